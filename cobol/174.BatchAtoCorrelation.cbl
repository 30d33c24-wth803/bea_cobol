IDENTIFICATION DIVISION.
PROGRAM-ID. ATOCORR01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 账户接管欺诈复核清单：一行一个关联得分达阈值的客户，带窗口内
*> 事件序列(按发生先后，C联系方式变更/S外部账户签约/L限额调升/
*> U临时调升/R睡眠激活)与复核标志处理结果
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-EVT-COUNT            PIC 9(7) VALUE 0.
01  WS-CUST-COUNT           PIC 9(7) VALUE 0.
01  WS-FLAG-COUNT           PIC 9(7) VALUE 0.
01  WS-NEW-REF-COUNT        PIC 9(7) VALUE 0.
01  WS-REFRESH-COUNT        PIC 9(7) VALUE 0.
01  WS-CLEARED-COUNT        PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-RECORD-COUNT         PIC 9(5).

*> 事件游标逐行工作区
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(10).
01  WS-EVT-TYP-CD           PIC X(01).
01  WS-EVT-TM               PIC X(26).

*> 当前客户的事件归集(控制断点)
01  WS-BRK-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-BRK-CUST-NO          PIC X(10) VALUE SPACES.
01  WS-LAST-EVT-TM          PIC X(26).
01  WS-EVT-SEQ-TXT          PIC X(20).
01  WS-EVT-SEQ-LEN          PIC 9(02).
01  WS-EVT-TOTAL            PIC 9(05).
01  WS-CNT-C                PIC 9(05).
01  WS-CNT-S                PIC 9(05).
01  WS-CNT-L                PIC 9(05).
01  WS-CNT-U                PIC 9(05).
01  WS-CNT-R                PIC 9(05).

*> 计分：每类事件出现记基础分，同类重复另加；危险顺序加权——
*> 先改联系方式再签外部账户、签外部账户后调升限额、三者依次
*> 发生(完整接管链)、睡眠激活后紧接改联系方式或签外部账户
01  WS-WT-EVT-TYPE          PIC 9(03) VALUE 10.
01  WS-WT-EVT-REPEAT        PIC 9(03) VALUE 2.
01  WS-WT-SEQ-CS            PIC 9(03) VALUE 10.
01  WS-WT-SEQ-SL            PIC 9(03) VALUE 10.
01  WS-WT-SEQ-CHAIN         PIC 9(03) VALUE 20.
01  WS-WT-SEQ-RC            PIC 9(03) VALUE 15.
01  WS-ATO-SCORE            PIC 9(04).
01  WS-SEQ-IDX              PIC 9(02).
01  WS-SEQ-CHAR             PIC X(01).
01  WS-SEEN-C-FLG           PIC X(01).
01  WS-SEEN-S-FLG           PIC X(01).
01  WS-SEEN-CS-FLG          PIC X(01).
01  WS-SEEN-R-FLG           PIC X(01).
01  WS-HIT-CS-FLG           PIC X(01).
01  WS-HIT-SL-FLG           PIC X(01).
01  WS-HIT-CHAIN-FLG        PIC X(01).
01  WS-HIT-RC-FLG           PIC X(01).
01  WS-REF-ACTN-TXT         PIC X(08).

*> 窗口天数与得分阈值(系统级设置挂默认租户001名下)
01  WS-WINDOW-DAYS          PIC 9(03) VALUE 7.
01  WS-SCORE-THRESHOLD      PIC 9(04) VALUE 40.
01  WS-PARAM-TXT            PIC X(10).

*> 窗口起点拼成'YYYY-MM-DD'供与TIMESTAMP列比较(同CTRLSCRN01)
01  WS-CURRENT-DATE-NUM     PIC 9(8).
01  WS-WORK-INTEGER         PIC 9(7).
01  WS-WORK-DATE-NUM        PIC 9(8).
01  WS-WINDOW-START-TS      PIC X(10).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'ATOCORR01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 账户接管关联扫描批：联系方式变更(CUST_INFO_CHG_AUDIT手机/邮箱)、
*> 外部账户签约(SIGN_RELATION_INFO.EXT_ACCT_FLG)、限额调升
*> (MGMTCHNLTXN01留痕的CHNL_LMT_RAISE)、临时调升
*> (CHNL_LMT_OVERRIDE)、睡眠激活(DORM_FLG由'1'解除)各记各处，
*> 冷静期只管改号后的单笔大额。本批按窗口(ATO_WINDOW_DAYS，未配置
*> 按7天)把这些事件按客户串起来计分，达阈值(ATO_SCORE_THRESHOLD，
*> 未配置按40分)的列入欺诈复核清单并在CUST_FRAUD_REFERRAL置在力
*> 复核标志('1')——CTRLSCRN01据此转人工，直至欺诈运营经
*> MGMTFRAUDREF01解除。已解除的标志在其后没有新事件时不再重置
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    PERFORM READ-ATO-PARAMS

    MOVE FUNCTION NUMVAL(WS-BD-BIZ-DT) TO WS-CURRENT-DATE-NUM
    COMPUTE WS-WORK-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
            - WS-WINDOW-DAYS
    COMPUTE WS-WORK-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
    MOVE SPACES TO WS-WINDOW-START-TS
    STRING WS-WORK-DATE-NUM(1:4) DELIMITED BY SIZE
           '-'                   DELIMITED BY SIZE
           WS-WORK-DATE-NUM(5:2) DELIMITED BY SIZE
           '-'                   DELIMITED BY SIZE
           WS-WORK-DATE-NUM(7:2) DELIMITED BY SIZE
      INTO WS-WINDOW-START-TS
    END-STRING

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'FRAUD.ATO.REVIEW.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT               DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '账户接管欺诈复核清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                    DELIMITED BY SIZE
           ' 窗口起点:'                    DELIMITED BY SIZE
           WS-WINDOW-START-TS              DELIMITED BY SIZE
           ' 阈值:'                        DELIMITED BY SIZE
           WS-SCORE-THRESHOLD              DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE ATO-EVT-CUR CURSOR FOR
        SELECT B.TENANT_NO, E.CUST_NO, E.EVT_TYP_CD, E.EVT_TM
          FROM (SELECT CUST_NO, 'C' AS EVT_TYP_CD, CHG_TM AS EVT_TM
                  FROM CUST_INFO_CHG_AUDIT
                 WHERE FLD_NM IN ('MOBILE_NO', 'E_MAIL')
                   AND CHG_TM >= :WS-WINDOW-START-TS
                UNION ALL
                SELECT CUST_NO, 'S' AS EVT_TYP_CD, UPD_TM AS EVT_TM
                  FROM SIGN_RELATION_INFO
                 WHERE EXT_ACCT_FLG = 'Y'
                   AND VALID_FLG = '1'
                   AND UPD_TM >= :WS-WINDOW-START-TS
                UNION ALL
                SELECT CUST_NO, 'L' AS EVT_TYP_CD, CHG_TM AS EVT_TM
                  FROM CUST_INFO_CHG_AUDIT
                 WHERE FLD_NM = 'CHNL_LMT_RAISE'
                   AND CHG_TM >= :WS-WINDOW-START-TS
                UNION ALL
                SELECT CUST_NO, 'U' AS EVT_TYP_CD, CRT_TM AS EVT_TM
                  FROM CHNL_LMT_OVERRIDE
                 WHERE CRT_TM >= :WS-WINDOW-START-TS
                UNION ALL
                SELECT CUST_NO, 'R' AS EVT_TYP_CD, CHG_TM AS EVT_TM
                  FROM CUST_INFO_CHG_AUDIT
                 WHERE FLD_NM = 'DORM_FLG'
                   AND OLD_VAL = '1'
                   AND CHG_TM >= :WS-WINDOW-START-TS) E
          JOIN CUSTOMER_BASIC_INFO B
            ON B.CUST_NO = E.CUST_NO
         WHERE B.VALID_FLG = '1'
         ORDER BY B.TENANT_NO, E.CUST_NO, E.EVT_TM
    END-EXEC.

    EXEC SQL OPEN ATO-EVT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '账户接管事件游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH ATO-EVT-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-EVT-TYP-CD,
                 :WS-EVT-TM
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-EVT-COUNT
          IF WS-TENANT-NO NOT = WS-BRK-TENANT-NO
             OR WS-CUST-NO NOT = WS-BRK-CUST-NO
             PERFORM CLOSE-CUST-BREAK
             PERFORM OPEN-CUST-BREAK
          END-IF
          PERFORM ACCUM-ONE-EVENT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE ATO-EVT-CUR END-EXEC.

    *> 收尾：最后一个客户
    PERFORM CLOSE-CUST-BREAK

    MOVE SPACES TO REPORT-RECORD
    STRING '事件:'             DELIMITED BY SIZE
           WS-EVT-COUNT        DELIMITED BY SIZE
           ' 客户:'            DELIMITED BY SIZE
           WS-CUST-COUNT       DELIMITED BY SIZE
           ' 达阈值:'          DELIMITED BY SIZE
           WS-FLAG-COUNT       DELIMITED BY SIZE
           ' 新置标志:'        DELIMITED BY SIZE
           WS-NEW-REF-COUNT    DELIMITED BY SIZE
           ' 刷新:'            DELIMITED BY SIZE
           WS-REFRESH-COUNT    DELIMITED BY SIZE
           ' 已解除未重置:'    DELIMITED BY SIZE
           WS-CLEARED-COUNT    DELIMITED BY SIZE
           ' 失败:'            DELIMITED BY SIZE
           WS-FAIL-COUNT       DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同STRUCTDET01)
    MOVE WS-FLAG-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '账户接管关联扫描完成，达阈值客户:' WS-FLAG-COUNT
            ' 新置标志:' WS-NEW-REF-COUNT
            ' 失败:' WS-FAIL-COUNT

    GOBACK.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 窗口/阈值参数(系统级设置挂默认租户001名下，同CORPREVIEW01)
READ-ATO-PARAMS.
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = '001'
           AND PARAM_NM = 'ATO_WINDOW_DAYS'
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.

    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = '001'
           AND PARAM_NM = 'ATO_SCORE_THRESHOLD'
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-SCORE-THRESHOLD = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.

*> 新客户开始归集
OPEN-CUST-BREAK.
    MOVE WS-TENANT-NO TO WS-BRK-TENANT-NO
    MOVE WS-CUST-NO TO WS-BRK-CUST-NO
    MOVE SPACES TO WS-EVT-SEQ-TXT
    MOVE 0 TO WS-EVT-SEQ-LEN
    MOVE 0 TO WS-EVT-TOTAL
    MOVE 0 TO WS-CNT-C
    MOVE 0 TO WS-CNT-S
    MOVE 0 TO WS-CNT-L
    MOVE 0 TO WS-CNT-U
    MOVE 0 TO WS-CNT-R.

*> 一个事件入归集：计数并按先后追加到事件序列
ACCUM-ONE-EVENT.
    ADD 1 TO WS-EVT-TOTAL
    MOVE WS-EVT-TM TO WS-LAST-EVT-TM
    EVALUATE WS-EVT-TYP-CD
       WHEN 'C'
          ADD 1 TO WS-CNT-C
       WHEN 'S'
          ADD 1 TO WS-CNT-S
       WHEN 'L'
          ADD 1 TO WS-CNT-L
       WHEN 'U'
          ADD 1 TO WS-CNT-U
       WHEN 'R'
          ADD 1 TO WS-CNT-R
    END-EVALUATE
    IF WS-EVT-SEQ-LEN < 20
       ADD 1 TO WS-EVT-SEQ-LEN
       MOVE WS-EVT-TYP-CD TO WS-EVT-SEQ-TXT(WS-EVT-SEQ-LEN:1)
    END-IF.

*> 客户断点：计分，达阈值的置/刷新复核标志并列入清单
CLOSE-CUST-BREAK.
    IF WS-BRK-CUST-NO = SPACES
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CUST-COUNT
    PERFORM SCORE-CUST-EVENTS

    IF WS-ATO-SCORE < WS-SCORE-THRESHOLD
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-FLAG-COUNT
    PERFORM MAINTAIN-FRAUD-REFERRAL

    MOVE SPACES TO REPORT-RECORD
    STRING WS-BRK-TENANT-NO   DELIMITED BY SIZE
           ' '                DELIMITED BY SIZE
           WS-BRK-CUST-NO     DELIMITED BY SIZE
           ' SCORE '          DELIMITED BY SIZE
           WS-ATO-SCORE       DELIMITED BY SIZE
           ' EVENTS '         DELIMITED BY SIZE
           WS-EVT-TOTAL       DELIMITED BY SIZE
           ' SEQ '            DELIMITED BY SIZE
           WS-EVT-SEQ-TXT     DELIMITED BY SIZE
           ' '                DELIMITED BY SIZE
           WS-REF-ACTN-TXT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 计分：基础分(每类出现一次记WS-WT-EVT-TYPE，同类每多一次记
*> WS-WT-EVT-REPEAT)加危险顺序分(按事件序列逐个判定先后)
SCORE-CUST-EVENTS.
    MOVE 0 TO WS-ATO-SCORE
    IF WS-CNT-C > 0
       COMPUTE WS-ATO-SCORE = WS-ATO-SCORE + WS-WT-EVT-TYPE
             + (WS-CNT-C - 1) * WS-WT-EVT-REPEAT
    END-IF
    IF WS-CNT-S > 0
       COMPUTE WS-ATO-SCORE = WS-ATO-SCORE + WS-WT-EVT-TYPE
             + (WS-CNT-S - 1) * WS-WT-EVT-REPEAT
    END-IF
    IF WS-CNT-L > 0
       COMPUTE WS-ATO-SCORE = WS-ATO-SCORE + WS-WT-EVT-TYPE
             + (WS-CNT-L - 1) * WS-WT-EVT-REPEAT
    END-IF
    IF WS-CNT-U > 0
       COMPUTE WS-ATO-SCORE = WS-ATO-SCORE + WS-WT-EVT-TYPE
             + (WS-CNT-U - 1) * WS-WT-EVT-REPEAT
    END-IF
    IF WS-CNT-R > 0
       COMPUTE WS-ATO-SCORE = WS-ATO-SCORE + WS-WT-EVT-TYPE
             + (WS-CNT-R - 1) * WS-WT-EVT-REPEAT
    END-IF

    MOVE 'N' TO WS-SEEN-C-FLG
    MOVE 'N' TO WS-SEEN-S-FLG
    MOVE 'N' TO WS-SEEN-CS-FLG
    MOVE 'N' TO WS-SEEN-R-FLG
    MOVE 'N' TO WS-HIT-CS-FLG
    MOVE 'N' TO WS-HIT-SL-FLG
    MOVE 'N' TO WS-HIT-CHAIN-FLG
    MOVE 'N' TO WS-HIT-RC-FLG
    PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
            UNTIL WS-SEQ-IDX > WS-EVT-SEQ-LEN
       MOVE WS-EVT-SEQ-TXT(WS-SEQ-IDX:1) TO WS-SEQ-CHAR
       EVALUATE WS-SEQ-CHAR
          WHEN 'C'
             IF WS-SEEN-R-FLG = 'Y'
                MOVE 'Y' TO WS-HIT-RC-FLG
             END-IF
             MOVE 'Y' TO WS-SEEN-C-FLG
          WHEN 'S'
             IF WS-SEEN-R-FLG = 'Y'
                MOVE 'Y' TO WS-HIT-RC-FLG
             END-IF
             IF WS-SEEN-C-FLG = 'Y'
                MOVE 'Y' TO WS-HIT-CS-FLG
                MOVE 'Y' TO WS-SEEN-CS-FLG
             END-IF
             MOVE 'Y' TO WS-SEEN-S-FLG
          WHEN 'L'
          WHEN 'U'
             IF WS-SEEN-S-FLG = 'Y'
                MOVE 'Y' TO WS-HIT-SL-FLG
             END-IF
             IF WS-SEEN-CS-FLG = 'Y'
                MOVE 'Y' TO WS-HIT-CHAIN-FLG
             END-IF
          WHEN 'R'
             MOVE 'Y' TO WS-SEEN-R-FLG
       END-EVALUATE
    END-PERFORM

    IF WS-HIT-CS-FLG = 'Y'
       ADD WS-WT-SEQ-CS TO WS-ATO-SCORE
    END-IF
    IF WS-HIT-SL-FLG = 'Y'
       ADD WS-WT-SEQ-SL TO WS-ATO-SCORE
    END-IF
    IF WS-HIT-CHAIN-FLG = 'Y'
       ADD WS-WT-SEQ-CHAIN TO WS-ATO-SCORE
    END-IF
    IF WS-HIT-RC-FLG = 'Y'
       ADD WS-WT-SEQ-RC TO WS-ATO-SCORE
    END-IF.

*> 复核标志维护：已有在力标志的刷新得分与事件序列；最近一次解除
*> 晚于窗口内最后一个事件的不再重置(欺诈运营已看过这批事件)；
*> 否则新置在力标志。逐户提交
MAINTAIN-FRAUD-REFERRAL.
    MOVE 'FAILED' TO WS-REF-ACTN-TXT

    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_FRAUD_REFERRAL
         WHERE TENANT_NO = :WS-BRK-TENANT-NO
           AND CUST_NO = :WS-BRK-CUST-NO
           AND STATUS_CD = '1'
    END-EXEC
    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '欺诈复核标志读取失败 客户号:' WS-BRK-CUST-NO
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC

    IF WS-RECORD-COUNT > 0
       EXEC SQL
           UPDATE CUST_FRAUD_REFERRAL
              SET ATO_SCORE = :WS-ATO-SCORE,
                  EVT_SEQ_TXT = :WS-EVT-SEQ-TXT,
                  REF_DT = :WS-BD-BIZ-DT,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :WS-BRK-TENANT-NO
              AND CUST_NO = :WS-BRK-CUST-NO
              AND STATUS_CD = '1'
       END-EXEC
       IF SQLCODE NOT = 0
          ADD 1 TO WS-FAIL-COUNT
          DISPLAY '欺诈复核标志刷新失败 客户号:' WS-BRK-CUST-NO
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF
       MOVE 'REFRESH' TO WS-REF-ACTN-TXT
    ELSE
       MOVE 0 TO WS-RECORD-COUNT
       EXEC SQL
           SELECT COUNT(*) INTO :WS-RECORD-COUNT
             FROM CUST_FRAUD_REFERRAL
            WHERE TENANT_NO = :WS-BRK-TENANT-NO
              AND CUST_NO = :WS-BRK-CUST-NO
              AND STATUS_CD = '2'
              AND CLR_TM >= :WS-LAST-EVT-TM
       END-EXEC
       IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
          ADD 1 TO WS-CLEARED-COUNT
          MOVE 'CLEARED' TO WS-REF-ACTN-TXT
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF

       EXEC SQL
           INSERT INTO CUST_FRAUD_REFERRAL (
               TENANT_NO, CUST_NO, STATUS_CD, ATO_SCORE, EVT_SEQ_TXT,
               REF_DT, CLR_TELR_NO, CLR_COMNT, CLR_TM, CRT_TM, UPD_TM
           ) VALUES (
               :WS-BRK-TENANT-NO, :WS-BRK-CUST-NO, '1', :WS-ATO-SCORE,
               :WS-EVT-SEQ-TXT, :WS-BD-BIZ-DT, ' ', ' ', NULL,
               CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          ADD 1 TO WS-FAIL-COUNT
          DISPLAY '欺诈复核标志写入失败 客户号:' WS-BRK-CUST-NO
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF
       MOVE 'NEW' TO WS-REF-ACTN-TXT
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '欺诈复核标志提交失败 客户号:' WS-BRK-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
       MOVE 'FAILED' TO WS-REF-ACTN-TXT
       EXIT PARAGRAPH
    END-IF

    IF WS-REF-ACTN-TXT = 'NEW'
       ADD 1 TO WS-NEW-REF-COUNT
    ELSE
       ADD 1 TO WS-REFRESH-COUNT
    END-IF.
