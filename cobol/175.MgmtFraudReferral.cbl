IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTFRAUDREF01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).

*> 在力复核标志快照
01  WS-REF-SCORE           PIC 9(04).
01  WS-REF-EVT-SEQ-TXT     PIC X(20).
01  WS-REF-DT              PIC X(08).

*> 字段级审计工作区(同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)
01  WS-AUDIT-OLD-VAL       PIC X(100).
01  WS-AUDIT-NEW-VAL       PIC X(100).

*> 柜员权限校验工作区(欺诈复核由调查岗角色'08'办理)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02) VALUE '08'.
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTFRAUDREF01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(10).     *> 客户编号
01  REQ-CLR-COMNT          PIC X(100).    *> 解除结论(解除时必填)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01解除/02查询)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号(调查岗)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-REF-FLG           PIC X(01).     *> 在力复核标志(Y/N)
01  RESP-ATO-SCORE         PIC 9(04).     *> 关联得分
01  RESP-EVT-SEQ-TXT       PIC X(20).     *> 窗口内事件序列
01  RESP-REF-DT            PIC X(08).     *> 最近置标/刷新日期

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-CLR-COMNT,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG, RESP-REF-FLG, RESP-ATO-SCORE,
          RESP-EVT-SEQ-TXT, RESP-REF-DT.

*> 欺诈复核标志维护：ATOCORR01对账户接管关联得分达阈值的客户在
*> CUST_FRAUD_REFERRAL置在力标志('1')，CTRLSCRN01据此按FR01转人工。
*> 欺诈运营核实后在此解除(01，置'2'并记结论、解除人与时间，写
*> CUST_INFO_CHG_AUDIT)；查询(02)回送在力标志及其得分与事件序列
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 'N' TO RESP-REF-FLG
    MOVE 0 TO RESP-ATO-SCORE
    MOVE SPACES TO RESP-EVT-SEQ-TXT
    MOVE SPACES TO RESP-REF-DT

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01' AND REQ-CLR-COMNT = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '解除结论不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 柜员权限校验(调查岗角色'08')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 3) 读取在力标志
    EXEC SQL
        SELECT ATO_SCORE, EVT_SEQ_TXT, REF_DT
          INTO :WS-REF-SCORE, :WS-REF-EVT-SEQ-TXT, :WS-REF-DT
          FROM CUST_FRAUD_REFERRAL
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_FRAUD_REFERRAL' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '欺诈复核标志读取失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF SQLCODE = 0
       MOVE 'Y' TO RESP-REF-FLG
       MOVE WS-REF-SCORE TO RESP-ATO-SCORE
       MOVE WS-REF-EVT-SEQ-TXT TO RESP-EVT-SEQ-TXT
       MOVE WS-REF-DT TO RESP-REF-DT
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外；
    *> 查询(02)不受限)
    IF REQ-OPER-TYP-CD NOT = '02'
       MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
       MOVE 'MGMTFRAUDREF01' TO WS-MAINTWIN-PGM-ID
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
    END-IF

    *> 4) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 解除
          PERFORM CLEAR-FRAUD-REFERRAL
       WHEN '02'  *> 查询
          MOVE '000000' TO WS-RESP-CODE
          IF RESP-REF-FLG = 'Y'
             MOVE '客户有在力欺诈复核标志' TO WS-RESP-MSG
          ELSE
             MOVE '客户无在力欺诈复核标志' TO WS-RESP-MSG
          END-IF
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 解除：在力标志置'2'，记结论/解除人/时间并留审计
CLEAR-FRAUD-REFERRAL.
    IF RESP-REF-FLG NOT = 'Y'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '客户无在力欺诈复核标志' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLEAR-FRAUD-REFERRAL' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_FRAUD_REFERRAL
           SET STATUS_CD = '2',
               CLR_TELR_NO = :REQ-OPER-TELR-NO,
               CLR_COMNT = :REQ-CLR-COMNT,
               CLR_TM = CURRENT_TIMESTAMP,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLEAR-FRAUD-REFERRAL' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_FRAUD_REFERRAL' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '欺诈复核标志解除失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-AUDIT-OLD-VAL
    STRING '1 SCORE=' DELIMITED BY SIZE
           WS-REF-SCORE DELIMITED BY SIZE
           ' SEQ=' DELIMITED BY SIZE
           WS-REF-EVT-SEQ-TXT DELIMITED BY SIZE
      INTO WS-AUDIT-OLD-VAL
    END-STRING
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING '2 ' DELIMITED BY SIZE
           REQ-CLR-COMNT DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE REQ-CUST-NO TO WS-CHAIN-AUD-CUST-NO
    MOVE 'FRAUD_REF' TO WS-CHAIN-AUD-FLD-NM
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
               :REQ-CUST-NO, 'FRAUD_REF', :WS-AUDIT-OLD-VAL,
               :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
               :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
               :WS-CHAIN-ROW-HASH
           )
       END-EXEC
    END-IF.

    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLEAR-FRAUD-REFERRAL' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '欺诈复核解除审计写入失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLEAR-FRAUD-REFERRAL' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO RESP-REF-FLG
    MOVE '000000' TO WS-RESP-CODE
    MOVE '欺诈复核标志已解除' TO WS-RESP-MSG.

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
