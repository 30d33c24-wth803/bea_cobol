IDENTIFICATION DIVISION.
PROGRAM-ID. STRUCTDET01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 拆分交易(化整为零)可疑清单：一行一个"客户×命中模式"，带模式
*> 计量(笔数/渠道数/天数与金额)及MGMTSCRNCASE01回送的案件号
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-TENANT-SQLCODE       PIC S9(9) COMP-4.
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-TENANT-COUNT         PIC 9(7) VALUE 0.
01  WS-HIT-TOTAL            PIC 9(7) VALUE 0.
01  WS-ST01-COUNT           PIC 9(7) VALUE 0.
01  WS-ST02-COUNT           PIC 9(7) VALUE 0.
01  WS-ST03-COUNT           PIC 9(7) VALUE 0.
01  WS-CASE-FAIL-COUNT      PIC 9(7) VALUE 0.

*> 游标逐行工作区
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(10).
01  WS-HIT-CNT              PIC 9(05).
01  WS-HIT-AMT              PIC 9(15)V99.
01  WS-PATTERN-CD           PIC X(04).

*> 识别参数：租户参数(TENANT_PARAM_INFO，经MGMTTENANTPARAM01维护)，
*> 未配置的取括注默认值
01  WS-THRESHOLD-AMT        PIC 9(15)V99.  *> LARGE_TXN_RPT_AMT(20万)
01  WS-NEAR-PCT             PIC 9(03).     *> STRUCT_NEAR_PCT(90)
01  WS-NEAR-CNT             PIC 9(05).     *> STRUCT_NEAR_CNT(3)
01  WS-CHNL-CNT             PIC 9(05).     *> STRUCT_CHNL_CNT(3)
01  WS-WINDOW-DAYS          PIC 9(05).     *> STRUCT_WINDOW_DAYS(30)
01  WS-REPEAT-DAYS          PIC 9(05).     *> STRUCT_REPEAT_DAYS(3)
01  WS-NEAR-LOW-AMT         PIC 9(15)V99.
01  WS-PARAM-NM             PIC X(20).
01  WS-PARAM-TXT            PIC X(10).
01  WS-PARAM-NUM            PIC 9(15)V99.

*> 滚动窗口：业务日期前WS-WINDOW-DAYS天(不含)至业务日期(含)
01  WS-CURRENT-DATE-NUM     PIC 9(8).
01  WS-WORK-INTEGER         PIC 9(7).
01  WS-WORK-DATE-NUM        PIC 9(8).
01  WS-WINDOW-START-DT      PIC X(08).

*> 筛查案件开案(MGMTSCRNCASE01)工作区，同CTRLSCRN01
01  WS-SC-CUST-NO           PIC X(20).
01  WS-SC-SRC-PROGRAM       PIC X(20) VALUE 'STRUCTDET01'.
01  WS-SC-SRC-RSN-CD        PIC X(04).
01  WS-SC-CASE-SEQ-NO       PIC X(14) VALUE SPACES.
01  WS-SC-CONCL-COMNT       PIC X(100) VALUE SPACES.
01  WS-SC-OPER-TYP-CD       PIC X(02) VALUE '01'.
01  WS-SC-OPER-TELR-NO      PIC X(10) VALUE 'SYSSCRN'.
01  WS-SC-RESP-CODE         PIC X(06).
01  WS-SC-RESP-MSG          PIC X(50).
01  WS-SC-RESP-SEQ-NO       PIC X(14).
01  WS-SC-RESP-COUNT        PIC 9(3).
01  WS-SC-RESP-TABLE        PIC X(54).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'STRUCTDET01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 拆分交易识别批：LARGEUSE01只抓日累计过大额阈值的客户，刻意
*> 压在阈值下、或同日把金额摊到ATM/手机/柜面多渠道的客户漏网。
*> 本批对业务日期有用量或筛查流水的租户逐一识别三类模式：
*>   ST01 近阈值单笔：当日CTRL_SCRN_JOURNAL中金额落在大额阈值或
*>        该渠道单笔上限(CUST_CHNL_TXN_COMMOND.SGL_TX_HIGH_AMT)
*>        近阈比例至阈值之间(未被拒绝)的笔数达标
*>   ST02 多渠道摊分：当日CUST_CHNL_TXN_UTIL日用量使用渠道数达标
*>        且合计达到大额阈值的近阈比例
*>   ST03 反复近阈：滚动窗口内日合计落在近阈比例至阈值之间的
*>        天数达标
*> 每个命中经MGMTSCRNCASE01开筛查案件(模式代码即发起原因，同客户
*> 同因在办案件由其去重)，列入当日反洗钱清单。金额按面额比较，
*> 口径同LARGEUSE01的日用量归集
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'AML.STRUCTURING.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT              DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '拆分交易可疑清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT               DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE STRUCT-TENANT-CUR CURSOR FOR
        SELECT TENANT_NO
          FROM CUST_CHNL_TXN_UTIL
         WHERE PERIOD_TYP_CD = 'D'
           AND PERIOD_KEY = :WS-BD-BIZ-DT
        UNION
        SELECT TENANT_NO
          FROM CTRL_SCRN_JOURNAL
         WHERE SCRN_DT = :WS-BD-BIZ-DT
         ORDER BY 1
    END-EXEC.

    EXEC SQL OPEN STRUCT-TENANT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '拆分交易租户游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-TENANT-SQLCODE.
    PERFORM UNTIL WS-TENANT-SQLCODE NOT = 0
       EXEC SQL
           FETCH STRUCT-TENANT-CUR INTO :WS-TENANT-NO
       END-EXEC
       MOVE SQLCODE TO WS-TENANT-SQLCODE

       IF WS-TENANT-SQLCODE = 0
          PERFORM DETECT-ONE-TENANT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE STRUCT-TENANT-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '租户:'             DELIMITED BY SIZE
           WS-TENANT-COUNT     DELIMITED BY SIZE
           ' 命中:'            DELIMITED BY SIZE
           WS-HIT-TOTAL        DELIMITED BY SIZE
           ' ST01:'            DELIMITED BY SIZE
           WS-ST01-COUNT       DELIMITED BY SIZE
           ' ST02:'            DELIMITED BY SIZE
           WS-ST02-COUNT       DELIMITED BY SIZE
           ' ST03:'            DELIMITED BY SIZE
           WS-ST03-COUNT       DELIMITED BY SIZE
           ' 开案失败:'        DELIMITED BY SIZE
           WS-CASE-FAIL-COUNT  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同LARGEUSE01)
    MOVE WS-HIT-TOTAL TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '拆分交易识别批完成，命中:' WS-HIT-TOTAL
            ' 开案失败:' WS-CASE-FAIL-COUNT

    GOBACK.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 一个租户：读参数后依次跑三类模式
DETECT-ONE-TENANT.
    ADD 1 TO WS-TENANT-COUNT
    PERFORM READ-TENANT-PARAMS
    PERFORM SCAN-NEAR-SGL-TXN
    PERFORM SCAN-MULTI-CHNL-DAY
    PERFORM SCAN-REPEAT-NEAR-DAYS.

*> 租户识别参数与滚动窗口起点
READ-TENANT-PARAMS.
    MOVE 'LARGE_TXN_RPT_AMT' TO WS-PARAM-NM
    MOVE 200000 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-THRESHOLD-AMT

    MOVE 'STRUCT_NEAR_PCT' TO WS-PARAM-NM
    MOVE 90 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-NEAR-PCT
    IF WS-NEAR-PCT = 0 OR WS-NEAR-PCT > 100
       MOVE 90 TO WS-NEAR-PCT
    END-IF

    MOVE 'STRUCT_NEAR_CNT' TO WS-PARAM-NM
    MOVE 3 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-NEAR-CNT

    MOVE 'STRUCT_CHNL_CNT' TO WS-PARAM-NM
    MOVE 3 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-CHNL-CNT

    MOVE 'STRUCT_WINDOW_DAYS' TO WS-PARAM-NM
    MOVE 30 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-WINDOW-DAYS

    MOVE 'STRUCT_REPEAT_DAYS' TO WS-PARAM-NM
    MOVE 3 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-REPEAT-DAYS

    COMPUTE WS-NEAR-LOW-AMT = WS-THRESHOLD-AMT * WS-NEAR-PCT / 100

    MOVE FUNCTION NUMVAL(WS-BD-BIZ-DT) TO WS-CURRENT-DATE-NUM
    COMPUTE WS-WORK-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
            - WS-WINDOW-DAYS
    COMPUTE WS-WORK-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
    MOVE WS-WORK-DATE-NUM TO WS-WINDOW-START-DT.

*> 读一个租户参数：未配置或非数值时保留调用方放入的默认值
READ-ONE-PARAM.
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = :WS-PARAM-NM
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-PARAM-NUM = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.

*> ST01 近阈值单笔：大额阈值或该渠道在力单笔上限的近阈区间内
*> (被拒绝的不算)，当日笔数达STRUCT_NEAR_CNT
SCAN-NEAR-SGL-TXN.
    EXEC SQL
        DECLARE ST01-CUR CURSOR FOR
        SELECT J.CUST_NO, COUNT(*), SUM(J.TX_AMT)
          FROM CTRL_SCRN_JOURNAL J
         WHERE J.TENANT_NO = :WS-TENANT-NO
           AND J.SCRN_DT = :WS-BD-BIZ-DT
           AND J.DECISION_CD NOT = 'D'
           AND ((J.TX_AMT >= :WS-NEAR-LOW-AMT
                 AND J.TX_AMT < :WS-THRESHOLD-AMT)
                OR EXISTS
                   (SELECT 1
                      FROM CUST_CHNL_TXN_COMMOND L
                     WHERE L.TENANT_NO = J.TENANT_NO
                       AND L.CUST_NO = J.CUST_NO
                       AND L.PMIT_TERMINAL_CD = J.PMIT_TERMINAL_CD
                       AND L.VALID_FLG = '1'
                       AND L.SGL_TX_HIGH_AMT > 0
                       AND J.TX_AMT >= L.SGL_TX_HIGH_AMT
                                       * :WS-NEAR-PCT / 100
                       AND J.TX_AMT <= L.SGL_TX_HIGH_AMT))
         GROUP BY J.CUST_NO
        HAVING COUNT(*) >= :WS-NEAR-CNT
         ORDER BY J.CUST_NO
    END-EXEC.

    EXEC SQL OPEN ST01-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '近阈值单笔游标打开失败 租户:' WS-TENANT-NO
       EXIT PARAGRAPH
    END-IF.

    MOVE 'ST01' TO WS-PATTERN-CD
    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH ST01-CUR
            INTO :WS-CUST-NO, :WS-HIT-CNT, :WS-HIT-AMT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-ST01-COUNT
          PERFORM RAISE-STRUCT-CASE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE ST01-CUR END-EXEC.

*> ST02 多渠道摊分：当日使用渠道数达STRUCT_CHNL_CNT且日合计达
*> 大额阈值的近阈比例
SCAN-MULTI-CHNL-DAY.
    EXEC SQL
        DECLARE ST02-CUR CURSOR FOR
        SELECT U.CUST_NO, COUNT(DISTINCT U.PMIT_TERMINAL_CD),
               SUM(U.ACCM_AMT)
          FROM CUST_CHNL_TXN_UTIL U
         WHERE U.TENANT_NO = :WS-TENANT-NO
           AND U.PERIOD_TYP_CD = 'D'
           AND U.PERIOD_KEY = :WS-BD-BIZ-DT
         GROUP BY U.CUST_NO
        HAVING COUNT(DISTINCT U.PMIT_TERMINAL_CD) >= :WS-CHNL-CNT
           AND SUM(U.ACCM_AMT) >= :WS-NEAR-LOW-AMT
         ORDER BY U.CUST_NO
    END-EXEC.

    EXEC SQL OPEN ST02-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '多渠道摊分游标打开失败 租户:' WS-TENANT-NO
       EXIT PARAGRAPH
    END-IF.

    MOVE 'ST02' TO WS-PATTERN-CD
    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH ST02-CUR
            INTO :WS-CUST-NO, :WS-HIT-CNT, :WS-HIT-AMT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-ST02-COUNT
          PERFORM RAISE-STRUCT-CASE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE ST02-CUR END-EXEC.

*> ST03 反复近阈：滚动窗口内日合计落在近阈区间(达近阈比例、未
*> 达阈值)的天数达STRUCT_REPEAT_DAYS
SCAN-REPEAT-NEAR-DAYS.
    EXEC SQL
        DECLARE ST03-CUR CURSOR FOR
        SELECT D.CUST_NO, COUNT(*), SUM(D.DAY_AMT)
          FROM (SELECT U.CUST_NO, U.PERIOD_KEY,
                       SUM(U.ACCM_AMT) AS DAY_AMT
                  FROM CUST_CHNL_TXN_UTIL U
                 WHERE U.TENANT_NO = :WS-TENANT-NO
                   AND U.PERIOD_TYP_CD = 'D'
                   AND U.PERIOD_KEY > :WS-WINDOW-START-DT
                   AND U.PERIOD_KEY <= :WS-BD-BIZ-DT
                 GROUP BY U.CUST_NO, U.PERIOD_KEY
                HAVING SUM(U.ACCM_AMT) >= :WS-NEAR-LOW-AMT
                   AND SUM(U.ACCM_AMT) < :WS-THRESHOLD-AMT) D
         GROUP BY D.CUST_NO
        HAVING COUNT(*) >= :WS-REPEAT-DAYS
         ORDER BY D.CUST_NO
    END-EXEC.

    EXEC SQL OPEN ST03-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '反复近阈游标打开失败 租户:' WS-TENANT-NO
       EXIT PARAGRAPH
    END-IF.

    MOVE 'ST03' TO WS-PATTERN-CD
    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH ST03-CUR
            INTO :WS-CUST-NO, :WS-HIT-CNT, :WS-HIT-AMT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-ST03-COUNT
          PERFORM RAISE-STRUCT-CASE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE ST03-CUR END-EXEC.

*> 一个命中：经MGMTSCRNCASE01开案(同客户同模式在办案件回送既有
*> 案件号)，失败只记DISPLAY并计数，照常列入清单
RAISE-STRUCT-CASE.
    ADD 1 TO WS-HIT-TOTAL
    MOVE SPACES TO WS-SC-CUST-NO
    MOVE WS-CUST-NO TO WS-SC-CUST-NO
    MOVE WS-PATTERN-CD TO WS-SC-SRC-RSN-CD
    MOVE SPACES TO WS-SC-RESP-SEQ-NO
    MOVE 0 TO WS-SC-RESP-COUNT
    CALL 'MGMTSCRNCASE01' USING WS-TENANT-NO, WS-SC-CUST-NO,
                                WS-SC-SRC-PROGRAM, WS-SC-SRC-RSN-CD,
                                WS-SC-CASE-SEQ-NO, WS-SC-CONCL-COMNT,
                                WS-SC-OPER-TYP-CD, WS-SC-OPER-TELR-NO,
                                WS-SC-RESP-CODE, WS-SC-RESP-MSG,
                                WS-SC-RESP-SEQ-NO, WS-SC-RESP-COUNT,
                                WS-SC-RESP-TABLE
    END-CALL
    IF WS-SC-RESP-CODE NOT = '000000'
       ADD 1 TO WS-CASE-FAIL-COUNT
       DISPLAY '拆分交易筛查案件开案失败 客户号:' WS-CUST-NO
               ' 模式:' WS-PATTERN-CD
       MOVE 'CASE-FAIL' TO WS-SC-RESP-SEQ-NO
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO       DELIMITED BY SIZE
           ' '                DELIMITED BY SIZE
           WS-CUST-NO         DELIMITED BY SIZE
           ' '                DELIMITED BY SIZE
           WS-PATTERN-CD      DELIMITED BY SIZE
           ' CNT '            DELIMITED BY SIZE
           WS-HIT-CNT         DELIMITED BY SIZE
           ' AMT '            DELIMITED BY SIZE
           WS-HIT-AMT         DELIMITED BY SIZE
           ' CASE '           DELIMITED BY SIZE
           WS-SC-RESP-SEQ-NO  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
