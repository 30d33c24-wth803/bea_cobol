IDENTIFICATION DIVISION.
PROGRAM-ID. AUDCHAINVFY01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 证据链复核报告：每条链一段，异常逐行列出(类型/链/所在表/链
*> 序号)，段末小计；末尾列出当日发布的链锚点
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(120).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

*> 受控证据链清单：链标识/在线表/归档表(归并明细不归档)
01  WS-CHAIN-LIST-TEXT.
    05  FILLER PIC X(10) VALUE 'CHGAUD'.
    05  FILLER PIC X(30) VALUE 'CUST_INFO_CHG_AUDIT'.
    05  FILLER PIC X(30) VALUE 'CUST_INFO_CHG_AUDIT_ARCH'.
    05  FILLER PIC X(10) VALUE 'MRGLOG'.
    05  FILLER PIC X(30) VALUE 'CUST_ACCT_INFO_MRG_LOG'.
    05  FILLER PIC X(30) VALUE 'CUST_ACCT_INFO_MRG_LOG_ARCH'.
    05  FILLER PIC X(10) VALUE 'MRGDTL'.
    05  FILLER PIC X(30) VALUE 'CUST_MRG_DTL_LOG'.
    05  FILLER PIC X(30) VALUE SPACES.
    05  FILLER PIC X(10) VALUE 'PENDAUTH'.
    05  FILLER PIC X(30) VALUE 'CUST_PENDING_AUTH'.
    05  FILLER PIC X(30) VALUE 'CUST_PENDING_AUTH_ARCH'.
01  WS-CHAIN-LIST-TABLE REDEFINES WS-CHAIN-LIST-TEXT.
    05  WS-CHAIN-LIST-ENTRY     OCCURS 4.
        10  WS-CL-CHAIN-ID      PIC X(10).
        10  WS-CL-LIVE-TBL      PIC X(30).
        10  WS-CL-ARCH-TBL      PIC X(30).
01  WS-CL-IDX                   PIC 9(1).

*> 当前复核链的状态：链首快照(先读链首再开游标，复核期间新入链
*> 的行不算缺口)、期望的下一序号、上一行摘要(缺口之后未知置空)
01  WS-VF-CHAIN-ID              PIC X(10).
01  WS-VF-LIVE-TBL              PIC X(30).
01  WS-VF-ARCH-TBL              PIC X(30).
01  WS-VF-HEAD-FOUND            PIC X(01).
01  WS-VF-HEAD-SEQ-NO           PIC 9(12).
01  WS-VF-HEAD-HASH             PIC X(32).
01  WS-VF-EXPECT-SEQ-NO         PIC 9(12).
01  WS-VF-TARGET-SEQ-NO         PIC 9(12).
01  WS-VF-PREV-HASH             PIC X(32).
01  WS-VF-ROW-COUNT             PIC 9(09).
01  WS-VF-PURGED-COUNT          PIC 9(09).
01  WS-VF-REDACT-COUNT          PIC 9(09).
01  WS-VF-EXCP-COUNT            PIC 9(07).
01  WS-TOTAL-EXCP-COUNT         PIC 9(07) VALUE 0.
*> 链首摘要：新链第一行的"上一行摘要"(同AUDCHAIN01)
01  WS-GENESIS-HASH             PIC X(32) VALUE ALL '0'.
01  WS-MAX-SEQ-NO               PIC 9(12) VALUE 999999999999.

*> 异常行工作区
01  WS-EXCP-TYP                 PIC X(08).
01  WS-EXCP-TBL-NM              PIC X(30).
01  WS-EXCP-SEQ-NO              PIC 9(12).
01  WS-EXCP-DETAIL              PIC X(40).

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件
01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.

*> 游标读出的一行：来源('L'在线/'A'归档)、链列与各链规范内容字段
01  WS-ROW-SRC                  PIC X(01).
01  WS-ROW-SEQ-NO               PIC 9(12).
01  WS-ROW-PREV-HASH            PIC X(32).
01  WS-ROW-HASH                 PIC X(32).
01  WS-ROW-TM                   PIC X(26).
01  WS-ROW-CALC-HASH            PIC X(32).
01  WS-ROW-AUD-CUST-NO          PIC X(20).
01  WS-ROW-AUD-FLD-NM           PIC X(30).
01  WS-ROW-AUD-OLD-VAL          PIC X(100).
01  WS-ROW-AUD-NEW-VAL          PIC X(100).
01  WS-ROW-MRG-SEQ-NO           PIC X(14).
01  WS-ROW-MRG-CUST-NO          PIC X(20).
01  WS-ROW-MRG-MERGE-CUST-NO    PIC X(20).
01  WS-ROW-MRG-TENANT-NO        PIC X(10).
01  WS-ROW-MRG-OPER-TELR-NO     PIC X(10).
01  WS-ROW-MRG-ROW-COUNT        PIC 9(09).
01  WS-ROW-MRG-SUPV-OVRD-FLG    PIC X(01).
01  WS-ROW-DTL-TBL-NM           PIC X(30).
01  WS-ROW-PND-AUTH-SEQ-NO      PIC X(14).
01  WS-ROW-PND-TENANT-NO        PIC X(10).
01  WS-ROW-PND-OPER-PROGRAM     PIC X(20).
01  WS-ROW-PND-OPER-TYP-CD      PIC X(02).
01  WS-ROW-PND-CUST-NO          PIC X(20).
01  WS-ROW-PND-CRTF-TYP-CD      PIC X(02).
01  WS-ROW-PND-CRTF-NO          PIC X(20).
01  WS-ROW-PND-REQ-KEY          PIC X(40).
01  WS-ROW-PND-REQ-DIGEST       PIC X(120).
01  WS-ROW-PND-CRT-TELR-NO      PIC X(10).

*> 规范内容：布局与各写入点入链时逐字节一致，复算才对得上
01  WS-CHAIN-CONTENT            PIC X(400).
*> 变更审计链(CHGAUD)规范内容
01  WS-CHAIN-AUD-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-AUD-CUST-NO       PIC X(20).
    05  WS-CHAIN-AUD-FLD-NM        PIC X(30).
    05  WS-CHAIN-AUD-OLD-VAL       PIC X(100).
    05  WS-CHAIN-AUD-NEW-VAL       PIC X(100).
    05  FILLER                     PIC X(150).
*> 归并日志链(MRGLOG)规范内容
01  WS-CHAIN-MRG-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-MRG-MRG-SEQ-NO    PIC X(14).
    05  WS-CHAIN-MRG-CUST-NO       PIC X(20).
    05  WS-CHAIN-MRG-MERGE-CUST-NO PIC X(20).
    05  WS-CHAIN-MRG-TENANT-NO     PIC X(10).
    05  WS-CHAIN-MRG-OPER-TELR-NO  PIC X(10).
    05  WS-CHAIN-MRG-ROW-COUNT     PIC 9(09).
    05  WS-CHAIN-MRG-SUPV-OVRD-FLG PIC X(01).
    05  FILLER                     PIC X(316).
*> 待复核事项链(PENDAUTH)规范内容
01  WS-CHAIN-PND-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-PND-AUTH-SEQ-NO   PIC X(14).
    05  WS-CHAIN-PND-TENANT-NO     PIC X(10).
    05  WS-CHAIN-PND-OPER-PROGRAM  PIC X(20).
    05  WS-CHAIN-PND-OPER-TYP-CD   PIC X(02).
    05  WS-CHAIN-PND-CUST-NO       PIC X(20).
    05  WS-CHAIN-PND-CRTF-TYP-CD   PIC X(02).
    05  WS-CHAIN-PND-CRTF-NO       PIC X(20).
    05  WS-CHAIN-PND-REQ-KEY       PIC X(40).
    05  WS-CHAIN-PND-REQ-DIGEST    PIC X(120).
    05  WS-CHAIN-PND-CRT-TELR-NO   PIC X(10).
    05  FILLER                     PIC X(142).
*> 归并明细日志链(MRGDTL)规范内容
01  WS-CHAIN-DTL-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-DTL-MRG-SEQ-NO    PIC X(14).
    05  WS-CHAIN-DTL-TENANT-NO     PIC X(10).
    05  WS-CHAIN-DTL-TBL-NM        PIC X(30).
    05  WS-CHAIN-DTL-ROW-COUNT     PIC 9(09).
    05  FILLER                     PIC X(337).

*> 清除台账/脱敏台账/锚点回查工作区
01  WS-PRG-PREV-HASH            PIC X(32).
01  WS-PRG-ROW-HASH             PIC X(32).
01  WS-REDACT-COUNT             PIC 9(05).
01  WS-ANC-BIZ-DT               PIC X(08).
01  WS-ANC-SEQ-NO               PIC 9(12).
01  WS-ANC-HASH                 PIC X(32).
01  WS-ANC-STORED-HASH          PIC X(32).
01  WS-ANC-EXIST-COUNT          PIC 9(05).
01  WS-ANC-PUBLISH-COUNT        PIC 9(05) VALUE 0.

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'AUDCHAINVFY01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 证据链复核批(日跑)：逐条证据链按链序号走一遍在线表、归档表
*> (RETNPOLICY01迁入)与清除台账，逐行用CHAINHASH01复算摘要：
*>   ALTERED  本行内容/时刻被改(复算摘要与存储摘要不符)
*>   BREAK    本行所记上一行摘要与上一行摘要不符(行被替换或重排)
*>   GAP      链序号缺失且清除台账无登记(行被删)
*>   DUPLIC   同一链序号出现多行(行被伪造插入)
*>   HEAD     链尾与AUDIT_CHAIN_HEAD不符
*>   ANCHOR   历史锚点所指行的摘要变了(整链重算也藏不住)
*> 依法脱敏(ANONYMIZE01登记于AUDIT_CHAIN_REDACT_LOG)的行摘要不符
*> 只计数不报异常。复核完将各链链尾作为当日锚点写入
*> AUDIT_CHAIN_ANCHOR，由晨间控制报告(MORNCTLRPT01)对外发布
MAIN-LOGIC.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'AUDIT.CHAIN.VERIFY.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '证据链复核报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT               DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > 4
       MOVE WS-CL-CHAIN-ID(WS-CL-IDX) TO WS-VF-CHAIN-ID
       MOVE WS-CL-LIVE-TBL(WS-CL-IDX) TO WS-VF-LIVE-TBL
       MOVE WS-CL-ARCH-TBL(WS-CL-IDX) TO WS-VF-ARCH-TBL
       PERFORM VERIFY-ONE-CHAIN
    END-PERFORM

    MOVE SPACES TO REPORT-RECORD
    STRING 'TOTAL EXCEPTIONS: ' DELIMITED BY SIZE
           WS-TOTAL-EXCP-COUNT  DELIMITED BY SIZE
           ' ANCHORS PUBLISHED: ' DELIMITED BY SIZE
           WS-ANC-PUBLISH-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    MOVE WS-TOTAL-EXCP-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '证据链复核批处理完成，异常数:' WS-TOTAL-EXCP-COUNT

    GOBACK.

*> 复核一条链：读链首快照 -> 按序号走行 -> 链尾对链首 -> 历史锚点
*> -> 发布当日锚点
VERIFY-ONE-CHAIN.
    MOVE 0 TO WS-VF-ROW-COUNT
    MOVE 0 TO WS-VF-PURGED-COUNT
    MOVE 0 TO WS-VF-REDACT-COUNT
    MOVE 0 TO WS-VF-EXCP-COUNT
    MOVE 1 TO WS-VF-EXPECT-SEQ-NO
    MOVE WS-GENESIS-HASH TO WS-VF-PREV-HASH

    MOVE SPACES TO REPORT-RECORD
    STRING '== ' DELIMITED BY SIZE
           WS-VF-CHAIN-ID DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-VF-LIVE-TBL DELIMITED BY SPACE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE 'Y' TO WS-VF-HEAD-FOUND
    EXEC SQL
        SELECT LAST_SEQ_NO, LAST_HASH
          INTO :WS-VF-HEAD-SEQ-NO, :WS-VF-HEAD-HASH
          FROM AUDIT_CHAIN_HEAD
         WHERE CHAIN_ID = :WS-VF-CHAIN-ID
    END-EXEC.

    *> 链首不在：链未启用，或链首行被删——后者链上仍有行，走完后
    *> 报HEAD异常
    IF SQLCODE NOT = 0
       MOVE 'N' TO WS-VF-HEAD-FOUND
       MOVE WS-MAX-SEQ-NO TO WS-VF-HEAD-SEQ-NO
       MOVE SPACES TO WS-VF-HEAD-HASH
    END-IF.

    EVALUATE WS-VF-CHAIN-ID
       WHEN 'CHGAUD'
          PERFORM WALK-CHGAUD-CHAIN
       WHEN 'MRGLOG'
          PERFORM WALK-MRGLOG-CHAIN
       WHEN 'MRGDTL'
          PERFORM WALK-MRGDTL-CHAIN
       WHEN 'PENDAUTH'
          PERFORM WALK-PENDAUTH-CHAIN
    END-EVALUATE

    IF WS-VF-HEAD-FOUND = 'N'
       IF WS-VF-ROW-COUNT > 0
          MOVE 'HEAD' TO WS-EXCP-TYP
          MOVE 'AUDIT_CHAIN_HEAD' TO WS-EXCP-TBL-NM
          MOVE 0 TO WS-EXCP-SEQ-NO
          MOVE '链上有行但链首行不存在' TO WS-EXCP-DETAIL
          PERFORM WRITE-EXCEPTION-LINE
       ELSE
          MOVE SPACES TO REPORT-RECORD
          MOVE '   链尚未启用' TO REPORT-RECORD
          WRITE REPORT-RECORD
       END-IF
       PERFORM WRITE-CHAIN-SUBTOTAL
       EXIT PARAGRAPH
    END-IF

    *> 链尾：最后在表行之后至链首序号之间只能是已清除行
    IF WS-VF-EXPECT-SEQ-NO <= WS-VF-HEAD-SEQ-NO
       COMPUTE WS-VF-TARGET-SEQ-NO = WS-VF-HEAD-SEQ-NO + 1
       PERFORM FILL-FROM-PURGE-LOG
    END-IF

    IF WS-VF-PREV-HASH NOT = SPACES
       AND WS-VF-HEAD-SEQ-NO > 0
       AND WS-VF-PREV-HASH NOT = WS-VF-HEAD-HASH
       MOVE 'HEAD' TO WS-EXCP-TYP
       MOVE 'AUDIT_CHAIN_HEAD' TO WS-EXCP-TBL-NM
       MOVE WS-VF-HEAD-SEQ-NO TO WS-EXCP-SEQ-NO
       MOVE '链尾摘要与链首不符' TO WS-EXCP-DETAIL
       PERFORM WRITE-EXCEPTION-LINE
    END-IF

    PERFORM CHECK-PRIOR-ANCHORS
    PERFORM WRITE-CHAIN-SUBTOTAL
    PERFORM PUBLISH-TODAY-ANCHOR.

*> ---- 变更审计链：在线表 + 归档表 ----
WALK-CHGAUD-CHAIN.
    EXEC SQL
        DECLARE VFY-AUD-CUR CURSOR FOR
        SELECT 'L', CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH,
               CHG_TM, CUST_NO, FLD_NM, OLD_VAL, NEW_VAL
          FROM CUST_INFO_CHG_AUDIT
         WHERE CHAIN_SEQ_NO > 0
           AND CHAIN_SEQ_NO <= :WS-VF-HEAD-SEQ-NO
        UNION ALL
        SELECT 'A', CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH,
               CHG_TM, CUST_NO, FLD_NM, OLD_VAL, NEW_VAL
          FROM CUST_INFO_CHG_AUDIT_ARCH
         WHERE CHAIN_SEQ_NO > 0
           AND CHAIN_SEQ_NO <= :WS-VF-HEAD-SEQ-NO
         ORDER BY 2, 1
    END-EXEC.

    EXEC SQL OPEN VFY-AUD-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '变更审计链复核游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH VFY-AUD-CUR
            INTO :WS-ROW-SRC, :WS-ROW-SEQ-NO, :WS-ROW-PREV-HASH,
                 :WS-ROW-HASH, :WS-ROW-TM,
                 :WS-ROW-AUD-CUST-NO, :WS-ROW-AUD-FLD-NM,
                 :WS-ROW-AUD-OLD-VAL, :WS-ROW-AUD-NEW-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE SPACES TO WS-CHAIN-CONTENT
          MOVE WS-ROW-AUD-CUST-NO TO WS-CHAIN-AUD-CUST-NO
          MOVE WS-ROW-AUD-FLD-NM TO WS-CHAIN-AUD-FLD-NM
          MOVE WS-ROW-AUD-OLD-VAL TO WS-CHAIN-AUD-OLD-VAL
          MOVE WS-ROW-AUD-NEW-VAL TO WS-CHAIN-AUD-NEW-VAL
          PERFORM CHECK-ONE-CHAIN-ROW
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE VFY-AUD-CUR END-EXEC.

*> ---- 归并日志链：在线表 + 归档表(撤销标志可变，不入摘要) ----
WALK-MRGLOG-CHAIN.
    EXEC SQL
        DECLARE VFY-MRG-CUR CURSOR FOR
        SELECT 'L', CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH,
               MRG_TM, MRG_SEQ_NO, CUST_NO, MERGE_CUST_NO, TENANT_NO,
               OPER_TELR_NO, ROW_COUNT, SUPV_OVERRIDE_FLG
          FROM CUST_ACCT_INFO_MRG_LOG
         WHERE CHAIN_SEQ_NO > 0
           AND CHAIN_SEQ_NO <= :WS-VF-HEAD-SEQ-NO
        UNION ALL
        SELECT 'A', CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH,
               MRG_TM, MRG_SEQ_NO, CUST_NO, MERGE_CUST_NO, TENANT_NO,
               OPER_TELR_NO, ROW_COUNT, SUPV_OVERRIDE_FLG
          FROM CUST_ACCT_INFO_MRG_LOG_ARCH
         WHERE CHAIN_SEQ_NO > 0
           AND CHAIN_SEQ_NO <= :WS-VF-HEAD-SEQ-NO
         ORDER BY 2, 1
    END-EXEC.

    EXEC SQL OPEN VFY-MRG-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '归并日志链复核游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH VFY-MRG-CUR
            INTO :WS-ROW-SRC, :WS-ROW-SEQ-NO, :WS-ROW-PREV-HASH,
                 :WS-ROW-HASH, :WS-ROW-TM,
                 :WS-ROW-MRG-SEQ-NO, :WS-ROW-MRG-CUST-NO,
                 :WS-ROW-MRG-MERGE-CUST-NO, :WS-ROW-MRG-TENANT-NO,
                 :WS-ROW-MRG-OPER-TELR-NO, :WS-ROW-MRG-ROW-COUNT,
                 :WS-ROW-MRG-SUPV-OVRD-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE SPACES TO WS-CHAIN-CONTENT
          MOVE WS-ROW-MRG-SEQ-NO TO WS-CHAIN-MRG-MRG-SEQ-NO
          MOVE WS-ROW-MRG-CUST-NO TO WS-CHAIN-MRG-CUST-NO
          MOVE WS-ROW-MRG-MERGE-CUST-NO TO WS-CHAIN-MRG-MERGE-CUST-NO
          MOVE WS-ROW-MRG-TENANT-NO TO WS-CHAIN-MRG-TENANT-NO
          MOVE WS-ROW-MRG-OPER-TELR-NO TO WS-CHAIN-MRG-OPER-TELR-NO
          MOVE WS-ROW-MRG-ROW-COUNT TO WS-CHAIN-MRG-ROW-COUNT
          MOVE WS-ROW-MRG-SUPV-OVRD-FLG TO WS-CHAIN-MRG-SUPV-OVRD-FLG
          PERFORM CHECK-ONE-CHAIN-ROW
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE VFY-MRG-CUR END-EXEC.

*> ---- 归并明细日志链：只有在线表 ----
WALK-MRGDTL-CHAIN.
    EXEC SQL
        DECLARE VFY-DTL-CUR CURSOR FOR
        SELECT 'L', CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH,
               MRG_TM, MRG_SEQ_NO, TENANT_NO, TBL_NM, ROW_COUNT
          FROM CUST_MRG_DTL_LOG
         WHERE CHAIN_SEQ_NO > 0
           AND CHAIN_SEQ_NO <= :WS-VF-HEAD-SEQ-NO
         ORDER BY CHAIN_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN VFY-DTL-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '归并明细日志链复核游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH VFY-DTL-CUR
            INTO :WS-ROW-SRC, :WS-ROW-SEQ-NO, :WS-ROW-PREV-HASH,
                 :WS-ROW-HASH, :WS-ROW-TM,
                 :WS-ROW-MRG-SEQ-NO, :WS-ROW-MRG-TENANT-NO,
                 :WS-ROW-DTL-TBL-NM, :WS-ROW-MRG-ROW-COUNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE SPACES TO WS-CHAIN-CONTENT
          MOVE WS-ROW-MRG-SEQ-NO TO WS-CHAIN-DTL-MRG-SEQ-NO
          MOVE WS-ROW-MRG-TENANT-NO TO WS-CHAIN-DTL-TENANT-NO
          MOVE WS-ROW-DTL-TBL-NM TO WS-CHAIN-DTL-TBL-NM
          MOVE WS-ROW-MRG-ROW-COUNT TO WS-CHAIN-DTL-ROW-COUNT
          PERFORM CHECK-ONE-CHAIN-ROW
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE VFY-DTL-CUR END-EXEC.

*> ---- 待复核事项链：在线表 + 归档表(状态/复核人/复核时刻/更新
*> 时刻随流转变化，不入摘要) ----
WALK-PENDAUTH-CHAIN.
    EXEC SQL
        DECLARE VFY-PND-CUR CURSOR FOR
        SELECT 'L', CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH,
               CRT_TM, AUTH_SEQ_NO, TENANT_NO, OPER_PROGRAM,
               OPER_TYP_CD, CUST_NO, CRTF_TYP_CD, CRTF_NO, REQ_KEY,
               COALESCE(REQ_DIGEST, ' '), CRT_TELR_NO
          FROM CUST_PENDING_AUTH
         WHERE CHAIN_SEQ_NO > 0
           AND CHAIN_SEQ_NO <= :WS-VF-HEAD-SEQ-NO
        UNION ALL
        SELECT 'A', CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH,
               CRT_TM, AUTH_SEQ_NO, TENANT_NO, OPER_PROGRAM,
               OPER_TYP_CD, CUST_NO, CRTF_TYP_CD, CRTF_NO, REQ_KEY,
               COALESCE(REQ_DIGEST, ' '), CRT_TELR_NO
          FROM CUST_PENDING_AUTH_ARCH
         WHERE CHAIN_SEQ_NO > 0
           AND CHAIN_SEQ_NO <= :WS-VF-HEAD-SEQ-NO
         ORDER BY 2, 1
    END-EXEC.

    EXEC SQL OPEN VFY-PND-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '待复核事项链复核游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH VFY-PND-CUR
            INTO :WS-ROW-SRC, :WS-ROW-SEQ-NO, :WS-ROW-PREV-HASH,
                 :WS-ROW-HASH, :WS-ROW-TM,
                 :WS-ROW-PND-AUTH-SEQ-NO, :WS-ROW-PND-TENANT-NO,
                 :WS-ROW-PND-OPER-PROGRAM, :WS-ROW-PND-OPER-TYP-CD,
                 :WS-ROW-PND-CUST-NO, :WS-ROW-PND-CRTF-TYP-CD,
                 :WS-ROW-PND-CRTF-NO, :WS-ROW-PND-REQ-KEY,
                 :WS-ROW-PND-REQ-DIGEST, :WS-ROW-PND-CRT-TELR-NO
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE SPACES TO WS-CHAIN-CONTENT
          MOVE WS-ROW-PND-AUTH-SEQ-NO TO WS-CHAIN-PND-AUTH-SEQ-NO
          MOVE WS-ROW-PND-TENANT-NO TO WS-CHAIN-PND-TENANT-NO
          MOVE WS-ROW-PND-OPER-PROGRAM TO WS-CHAIN-PND-OPER-PROGRAM
          MOVE WS-ROW-PND-OPER-TYP-CD TO WS-CHAIN-PND-OPER-TYP-CD
          MOVE WS-ROW-PND-CUST-NO TO WS-CHAIN-PND-CUST-NO
          MOVE WS-ROW-PND-CRTF-TYP-CD TO WS-CHAIN-PND-CRTF-TYP-CD
          MOVE WS-ROW-PND-CRTF-NO TO WS-CHAIN-PND-CRTF-NO
          MOVE WS-ROW-PND-REQ-KEY TO WS-CHAIN-PND-REQ-KEY
          MOVE WS-ROW-PND-REQ-DIGEST TO WS-CHAIN-PND-REQ-DIGEST
          MOVE WS-ROW-PND-CRT-TELR-NO TO WS-CHAIN-PND-CRT-TELR-NO
          PERFORM CHECK-ONE-CHAIN-ROW
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE VFY-PND-CUR END-EXEC.

*> 逐行核对：序号连续(缺号先到清除台账找)、链接、复算摘要
CHECK-ONE-CHAIN-ROW.
    IF WS-ROW-SRC = 'A'
       MOVE WS-VF-ARCH-TBL TO WS-EXCP-TBL-NM
    ELSE
       MOVE WS-VF-LIVE-TBL TO WS-EXCP-TBL-NM
    END-IF
    MOVE WS-ROW-SEQ-NO TO WS-EXCP-SEQ-NO

    *> 同一序号第二次出现：入链服务不会重复发号，多出的行是伪造
    IF WS-ROW-SEQ-NO < WS-VF-EXPECT-SEQ-NO
       MOVE 'DUPLIC' TO WS-EXCP-TYP
       MOVE '链序号重复' TO WS-EXCP-DETAIL
       PERFORM WRITE-EXCEPTION-LINE
       EXIT PARAGRAPH
    END-IF

    IF WS-ROW-SEQ-NO > WS-VF-EXPECT-SEQ-NO
       MOVE WS-ROW-SEQ-NO TO WS-VF-TARGET-SEQ-NO
       PERFORM FILL-FROM-PURGE-LOG
       IF WS-ROW-SRC = 'A'
          MOVE WS-VF-ARCH-TBL TO WS-EXCP-TBL-NM
       ELSE
          MOVE WS-VF-LIVE-TBL TO WS-EXCP-TBL-NM
       END-IF
       MOVE WS-ROW-SEQ-NO TO WS-EXCP-SEQ-NO
    END-IF

    ADD 1 TO WS-VF-ROW-COUNT

    IF WS-VF-PREV-HASH NOT = SPACES
       AND WS-ROW-PREV-HASH NOT = WS-VF-PREV-HASH
       MOVE 'BREAK' TO WS-EXCP-TYP
       MOVE '上一行摘要不符' TO WS-EXCP-DETAIL
       PERFORM WRITE-EXCEPTION-LINE
    END-IF

    CALL 'CHAINHASH01' USING WS-ROW-PREV-HASH, WS-ROW-SEQ-NO,
                             WS-ROW-TM, WS-CHAIN-CONTENT,
                             WS-ROW-CALC-HASH
    END-CALL

    IF WS-ROW-CALC-HASH NOT = WS-ROW-HASH
       MOVE 0 TO WS-REDACT-COUNT
       EXEC SQL
           SELECT COUNT(*) INTO :WS-REDACT-COUNT
             FROM AUDIT_CHAIN_REDACT_LOG
            WHERE CHAIN_ID = :WS-VF-CHAIN-ID
              AND CHAIN_SEQ_NO = :WS-ROW-SEQ-NO
       END-EXEC
       IF SQLCODE = 0 AND WS-REDACT-COUNT > 0
          ADD 1 TO WS-VF-REDACT-COUNT
       ELSE
          MOVE 'ALTERED' TO WS-EXCP-TYP
          MOVE '复算摘要与存储摘要不符' TO WS-EXCP-DETAIL
          PERFORM WRITE-EXCEPTION-LINE
       END-IF
    END-IF

    MOVE WS-ROW-HASH TO WS-VF-PREV-HASH
    COMPUTE WS-VF-EXPECT-SEQ-NO = WS-ROW-SEQ-NO + 1.

*> 缺号补位：期望序号至WS-VF-TARGET-SEQ-NO之前的每个序号到清除
*> 台账(RETNPOLICY01直接清除时登记)找，找到核对链接后顺延；找不
*> 到即为缺口，一段缺口报一行，其后第一行的链接无从核对
FILL-FROM-PURGE-LOG.
    MOVE 'AUDIT_CHAIN_PURGE_LOG' TO WS-EXCP-TBL-NM
    PERFORM UNTIL WS-VF-EXPECT-SEQ-NO >= WS-VF-TARGET-SEQ-NO
       EXEC SQL
           SELECT CHAIN_PREV_HASH, CHAIN_ROW_HASH
             INTO :WS-PRG-PREV-HASH, :WS-PRG-ROW-HASH
             FROM AUDIT_CHAIN_PURGE_LOG
            WHERE CHAIN_ID = :WS-VF-CHAIN-ID
              AND CHAIN_SEQ_NO = :WS-VF-EXPECT-SEQ-NO
       END-EXEC
       IF SQLCODE = 0
          ADD 1 TO WS-VF-PURGED-COUNT
          IF WS-VF-PREV-HASH NOT = SPACES
             AND WS-PRG-PREV-HASH NOT = WS-VF-PREV-HASH
             MOVE 'BREAK' TO WS-EXCP-TYP
             MOVE WS-VF-EXPECT-SEQ-NO TO WS-EXCP-SEQ-NO
             MOVE '已清除行所记上一行摘要不符' TO WS-EXCP-DETAIL
             PERFORM WRITE-EXCEPTION-LINE
          END-IF
          MOVE WS-PRG-ROW-HASH TO WS-VF-PREV-HASH
          ADD 1 TO WS-VF-EXPECT-SEQ-NO
       ELSE
          MOVE 'GAP' TO WS-EXCP-TYP
          MOVE WS-VF-EXPECT-SEQ-NO TO WS-EXCP-SEQ-NO
          MOVE SPACES TO WS-EXCP-DETAIL
          COMPUTE WS-VF-TARGET-SEQ-NO = WS-VF-TARGET-SEQ-NO - 1
          STRING '缺号至' DELIMITED BY SIZE
                 WS-VF-TARGET-SEQ-NO DELIMITED BY SIZE
            INTO WS-EXCP-DETAIL
          END-STRING
          PERFORM WRITE-EXCEPTION-LINE
          MOVE SPACES TO WS-VF-PREV-HASH
          COMPUTE WS-VF-EXPECT-SEQ-NO = WS-VF-TARGET-SEQ-NO + 1
       END-IF
    END-PERFORM.

*> 历史锚点核对：往日发布的锚点序号所在行(在线/归档/清除台账)
*> 当前存储的摘要必须仍等于锚点摘要——整链重算可以骗过逐行复算，
*> 骗不过已发布的锚点
CHECK-PRIOR-ANCHORS.
    EXEC SQL
        DECLARE VFY-ANC-CUR CURSOR FOR
        SELECT BIZ_DT, ANCHOR_SEQ_NO, ANCHOR_HASH
          FROM AUDIT_CHAIN_ANCHOR
         WHERE CHAIN_ID = :WS-VF-CHAIN-ID
           AND BIZ_DT < :WS-BD-BIZ-DT
           AND ANCHOR_SEQ_NO > 0
         ORDER BY BIZ_DT
    END-EXEC.

    EXEC SQL OPEN VFY-ANC-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '链锚点游标打开失败 链:' WS-VF-CHAIN-ID
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH VFY-ANC-CUR
            INTO :WS-ANC-BIZ-DT, :WS-ANC-SEQ-NO, :WS-ANC-HASH
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM CHECK-ONE-ANCHOR
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE VFY-ANC-CUR END-EXEC.

CHECK-ONE-ANCHOR.
    MOVE SPACES TO WS-ANC-STORED-HASH
    EVALUATE WS-VF-CHAIN-ID
       WHEN 'CHGAUD'
          EXEC SQL
              SELECT COALESCE(MIN(H), ' ') INTO :WS-ANC-STORED-HASH
                FROM (SELECT CHAIN_ROW_HASH AS H
                        FROM CUST_INFO_CHG_AUDIT
                       WHERE CHAIN_SEQ_NO = :WS-ANC-SEQ-NO
                      UNION ALL
                      SELECT CHAIN_ROW_HASH
                        FROM CUST_INFO_CHG_AUDIT_ARCH
                       WHERE CHAIN_SEQ_NO = :WS-ANC-SEQ-NO
                      UNION ALL
                      SELECT CHAIN_ROW_HASH
                        FROM AUDIT_CHAIN_PURGE_LOG
                       WHERE CHAIN_ID = :WS-VF-CHAIN-ID
                         AND CHAIN_SEQ_NO = :WS-ANC-SEQ-NO) T
          END-EXEC
       WHEN 'MRGLOG'
          EXEC SQL
              SELECT COALESCE(MIN(H), ' ') INTO :WS-ANC-STORED-HASH
                FROM (SELECT CHAIN_ROW_HASH AS H
                        FROM CUST_ACCT_INFO_MRG_LOG
                       WHERE CHAIN_SEQ_NO = :WS-ANC-SEQ-NO
                      UNION ALL
                      SELECT CHAIN_ROW_HASH
                        FROM CUST_ACCT_INFO_MRG_LOG_ARCH
                       WHERE CHAIN_SEQ_NO = :WS-ANC-SEQ-NO
                      UNION ALL
                      SELECT CHAIN_ROW_HASH
                        FROM AUDIT_CHAIN_PURGE_LOG
                       WHERE CHAIN_ID = :WS-VF-CHAIN-ID
                         AND CHAIN_SEQ_NO = :WS-ANC-SEQ-NO) T
          END-EXEC
       WHEN 'MRGDTL'
          EXEC SQL
              SELECT COALESCE(MIN(CHAIN_ROW_HASH), ' ')
                INTO :WS-ANC-STORED-HASH
                FROM CUST_MRG_DTL_LOG
               WHERE CHAIN_SEQ_NO = :WS-ANC-SEQ-NO
          END-EXEC
       WHEN 'PENDAUTH'
          EXEC SQL
              SELECT COALESCE(MIN(H), ' ') INTO :WS-ANC-STORED-HASH
                FROM (SELECT CHAIN_ROW_HASH AS H
                        FROM CUST_PENDING_AUTH
                       WHERE CHAIN_SEQ_NO = :WS-ANC-SEQ-NO
                      UNION ALL
                      SELECT CHAIN_ROW_HASH
                        FROM CUST_PENDING_AUTH_ARCH
                       WHERE CHAIN_SEQ_NO = :WS-ANC-SEQ-NO
                      UNION ALL
                      SELECT CHAIN_ROW_HASH
                        FROM AUDIT_CHAIN_PURGE_LOG
                       WHERE CHAIN_ID = :WS-VF-CHAIN-ID
                         AND CHAIN_SEQ_NO = :WS-ANC-SEQ-NO) T
          END-EXEC
    END-EVALUATE

    IF WS-ANC-STORED-HASH NOT = WS-ANC-HASH
       MOVE 'ANCHOR' TO WS-EXCP-TYP
       MOVE 'AUDIT_CHAIN_ANCHOR' TO WS-EXCP-TBL-NM
       MOVE WS-ANC-SEQ-NO TO WS-EXCP-SEQ-NO
       MOVE SPACES TO WS-EXCP-DETAIL
       STRING WS-ANC-BIZ-DT DELIMITED BY SIZE
              '锚点所指行摘要已变' DELIMITED BY SIZE
         INTO WS-EXCP-DETAIL
       END-STRING
       PERFORM WRITE-EXCEPTION-LINE
    END-IF.

*> 发布当日锚点：链首快照(序号/摘要)连同本次异常数写入
*> AUDIT_CHAIN_ANCHOR。同日重跑不覆盖已发布的锚点
PUBLISH-TODAY-ANCHOR.
    MOVE 0 TO WS-ANC-EXIST-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-ANC-EXIST-COUNT
          FROM AUDIT_CHAIN_ANCHOR
         WHERE BIZ_DT = :WS-BD-BIZ-DT
           AND CHAIN_ID = :WS-VF-CHAIN-ID
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-ANC-EXIST-COUNT > 0
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO AUDIT_CHAIN_ANCHOR (
            BIZ_DT, CHAIN_ID, ANCHOR_SEQ_NO, ANCHOR_HASH,
            VERIFY_EXCP_CNT, CRT_TM
        ) VALUES (
            :WS-BD-BIZ-DT, :WS-VF-CHAIN-ID, :WS-VF-HEAD-SEQ-NO,
            :WS-VF-HEAD-HASH, :WS-VF-EXCP-COUNT, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '链锚点写入失败 链:' WS-VF-CHAIN-ID
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC.
    ADD 1 TO WS-ANC-PUBLISH-COUNT

    MOVE SPACES TO REPORT-RECORD
    STRING '   ANCHOR SEQ:'    DELIMITED BY SIZE
           WS-VF-HEAD-SEQ-NO   DELIMITED BY SIZE
           ' HASH:'            DELIMITED BY SIZE
           WS-VF-HEAD-HASH     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-VF-EXCP-COUNT
    ADD 1 TO WS-TOTAL-EXCP-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-EXCP-TYP     DELIMITED BY SIZE
           ' '             DELIMITED BY SIZE
           WS-VF-CHAIN-ID  DELIMITED BY SIZE
           ' '             DELIMITED BY SIZE
           WS-EXCP-TBL-NM  DELIMITED BY SIZE
           ' SEQ:'         DELIMITED BY SIZE
           WS-EXCP-SEQ-NO  DELIMITED BY SIZE
           ' '             DELIMITED BY SIZE
           WS-EXCP-DETAIL  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-CHAIN-SUBTOTAL.
    MOVE SPACES TO REPORT-RECORD
    STRING '   ROWS:'           DELIMITED BY SIZE
           WS-VF-ROW-COUNT      DELIMITED BY SIZE
           ' PURGED:'           DELIMITED BY SIZE
           WS-VF-PURGED-COUNT   DELIMITED BY SIZE
           ' REDACTED:'         DELIMITED BY SIZE
           WS-VF-REDACT-COUNT   DELIMITED BY SIZE
           ' EXCEPTIONS:'       DELIMITED BY SIZE
           WS-VF-EXCP-COUNT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
