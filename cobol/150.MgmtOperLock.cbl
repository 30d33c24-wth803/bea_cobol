*> 归并程序持有，解锁权限与之对齐)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 强制解锁审计工作区
01  WS-AUDIT-NEW-VAL       PIC X(100).

*> 证据链入链工作区(AUDCHAIN01)：各证据表的写入行按所属链的规范
*> 布局拼成400字节内容入链，链序号/摘要/入链时刻随行写入
01  WS-CHAIN-ID            PIC X(10).
01  WS-CHAIN-CONTENT       PIC X(400).
*> 变更审计链(CHGAUD)规范内容
01  WS-CHAIN-AUD-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-AUD-CUST-NO       PIC X(20).
    05  WS-CHAIN-AUD-FLD-NM        PIC X(30).
    05  WS-CHAIN-AUD-OLD-VAL       PIC X(100).
    05  WS-CHAIN-AUD-NEW-VAL       PIC X(100).
    05  FILLER                     PIC X(150).
01  WS-CHAIN-TM            PIC X(26).
01  WS-CHAIN-SEQ-NO        PIC 9(12).
01  WS-CHAIN-PREV-HASH     PIC X(32).
01  WS-CHAIN-ROW-HASH      PIC X(32).
01  WS-CHAIN-RESP-CODE     PIC X(06).
01  WS-CHAIN-RESP-MSG      PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'LOCKCONSOLE01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
    *> 2) 柜员权限校验(归并主管角色'07')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '07' TO WS-AUTHCHK-ROLE-CD
    MOVE SPACES TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

    EXEC SQL OPEN LOCK-LIST-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'LIST-ACTIVE-LOCKS' TO WS-TE-PARA-NM
       MOVE 'OPEN LOCK-LIST-CUR' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '在力锁游标打开失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'FORCE-RELEASE-LOCK' TO WS-TE-PARA-NM
       MOVE 'DELETE CUST_OPER_LOCK' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '强制解锁失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
           REQ-RELEASE-RSN DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING
    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE REQ-CUST-NO TO WS-CHAIN-AUD-CUST-NO
    MOVE 'OPER_LOCK' TO WS-CHAIN-AUD-FLD-NM
    MOVE 'LOCKED' TO WS-CHAIN-AUD-OLD-VAL
    MOVE WS-AUDIT-NEW-VAL TO WS-CHAIN-AUD-NEW-VAL
    MOVE 'CHGAUD' TO WS-CHAIN-ID
    MOVE SPACES TO WS-CHAIN-TM
    PERFORM CHAIN-EVIDENCE-ROW
    IF WS-CHAIN-RESP-CODE = '000000'
       EXEC SQL
           INSERT INTO CUST_INFO_CHG_AUDIT (
               CUST_NO, FLD_NM, OLD_VAL, NEW_VAL, CHG_TM,
               CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH
           ) VALUES (
               :REQ-CUST-NO, 'OPER_LOCK', 'LOCKED',
               :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
               :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
               :WS-CHAIN-ROW-HASH
           )
       END-EXEC
    END-IF.

    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'FORCE-RELEASE-LOCK' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '解锁审计写入失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC

    MOVE '000000' TO WS-RESP-CODE
    MOVE '客户操作锁已强制解除' TO WS-RESP-MSG.

*> 证据链入链：WS-CHAIN-ID/WS-CHAIN-CONTENT/WS-CHAIN-TM由调用处备好，
*> 取回链序号与摘要随后写入本行(入链时刻空白时由AUDCHAIN01取当前
*> 时刻回送，作本行时间戳)
CHAIN-EVIDENCE-ROW.
    CALL 'AUDCHAIN01' USING WS-CHAIN-ID, WS-CHAIN-CONTENT, WS-CHAIN-TM,
                            WS-CHAIN-SEQ-NO, WS-CHAIN-PREV-HASH,
                            WS-CHAIN-ROW-HASH, WS-CHAIN-RESP-CODE,
                            WS-CHAIN-RESP-MSG
    END-CALL.

*> 非预期SQL失败离场：业务事务回滚之后把出错段落/语句/SQLCODE经
*> TECHERR01落技术错误表(单独提交，不随业务回滚抹掉)；对外响应码
*> 不变。每次离场清零，不带到下一次调用
RECORD-TECH-ERROR.
    IF WS-TE-SQLCODE = 0 OR WS-RESP-CODE(1:1) NOT = 'E'
       MOVE 0 TO WS-TE-SQLCODE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL ROLLBACK END-EXEC
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TE-ERR-TM
    MOVE REQ-TENANT-NO TO WS-TE-TENANT-NO
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
