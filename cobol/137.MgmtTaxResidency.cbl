01  WS-AUDIT-OLD-VAL       PIC X(100).
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

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTTAXRES01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 客户编号
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTTAXRES01' TO WS-MAINTWIN-PGM-ID
    MOVE REQ-OPER-TELR-NO TO WS-MAINTWIN-TELR-NO
    MOVE 'C' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL
    IF WS-MAINTWIN-RESP-CODE NOT = '000000'
       MOVE WS-MAINTWIN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-MAINTWIN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF

    *> 3) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    *> 5) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    MOVE '税收居民身份维护成功' TO WS-RESP-MSG.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-TAX-RESIDENCY' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_TAX_RESIDENCY' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '税收居民身份登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-TAX-RESIDENCY' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_TAX_RESIDENCY' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '税收居民身份修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-TAX-RESIDENCY' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_TAX_RESIDENCY' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '税收居民身份删除失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    MOVE REQ-TIN TO WS-AUDIT-NEW-VAL

    IF WS-AUDIT-OLD-VAL NOT = WS-AUDIT-NEW-VAL
       MOVE SPACES TO WS-CHAIN-CONTENT
       MOVE REQ-CUST-NO TO WS-CHAIN-AUD-CUST-NO
       MOVE WS-AUDIT-FLD-NM TO WS-CHAIN-AUD-FLD-NM
       MOVE WS-AUDIT-OLD-VAL TO WS-CHAIN-AUD-OLD-VAL
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
                  :REQ-CUST-NO, :WS-AUDIT-FLD-NM, :WS-AUDIT-OLD-VAL,
                  :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
                  :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                  :WS-CHAIN-ROW-HASH
              )
          END-EXEC
       END-IF
       IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'AUDIT-TAX-CHANGE' TO WS-TE-PARA-NM
          MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
          MOVE 'E12006' TO WS-RESP-CODE
          MOVE '税收居民变更审计写入失败' TO WS-RESP-MSG
       END-IF
    END-IF.

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
