IDENTIFICATION DIVISION.
PROGRAM-ID. SCRNRULESIM01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 筛查规则变更模拟差异报告：总计一行翻转矩阵，随后按渠道+原因
*> 代码逐行列出翻转笔数
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

*> 命令行参数：1-10位租户号，11-20位候选规则集，21-28位起始
*> 日期，29-36位截止日期(同BRANCHREASG01的定长参数)
01  WS-RUN-PARM             PIC X(40).
01  WS-TENANT-NO            PIC X(10).
01  WS-RULE-SET-CD          PIC X(10).
01  WS-FROM-DT              PIC X(08).
01  WS-TO-DT                PIC X(08).
01  WS-LIVE-SET-CD          PIC X(10) VALUE 'LIVE'.

01  WS-READ-COUNT           PIC 9(9) VALUE 0.
01  WS-RSN-ROW-COUNT        PIC 9(9) VALUE 0.
01  WS-FLIP-COUNT           PIC 9(9) VALUE 0.
01  WS-BASE-MISMATCH-COUNT  PIC 9(9) VALUE 0.
01  WS-RULE-ERR-COUNT       PIC 9(9) VALUE 0.
*> 翻转矩阵：原裁决→模拟裁决
01  WS-A-TO-D-COUNT         PIC 9(9) VALUE 0.
01  WS-A-TO-R-COUNT         PIC 9(9) VALUE 0.
01  WS-R-TO-D-COUNT         PIC 9(9) VALUE 0.
01  WS-R-TO-A-COUNT         PIC 9(9) VALUE 0.
01  WS-D-TO-R-COUNT         PIC 9(9) VALUE 0.
01  WS-D-TO-A-COUNT         PIC 9(9) VALUE 0.

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件(同
*> MGMTNAMELISTBAT01)
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.

*> 筛查流水一行
01  WS-SCRN-DT              PIC X(08).
01  WS-PMIT-TERMINAL-CD     PIC X(02).
01  WS-DECISION-CD          PIC X(01).
01  WS-RSN-CDS              PIC X(40).

*> 逐个原因代码的生产/候选处置(同一流水行最多10个原因代码，
*> 与CTRLSCRN01的原因代码表一致)
01  WS-RSN-COUNT            PIC 9(02).
01  WS-RSN-IDX              PIC 9(02).
01  WS-RSN-ENTRY            OCCURS 10.
    05  WS-RSN-CD           PIC X(04).
    05  WS-RSN-LIVE-ACTION  PIC X(01).
    05  WS-RSN-CAND-ACTION  PIC X(01).
01  WS-BASE-DECISION-CD     PIC X(01).
01  WS-SIM-DECISION-CD      PIC X(01).
01  WS-DENY-FLG             PIC X(01).
01  WS-REFER-FLG            PIC X(01).

*> 筛查规则处置(SCRNRULE01)工作区
01  WS-RULE-QRY-SET-CD      PIC X(10).
01  WS-RULE-RSN-CD          PIC X(04).
01  WS-RULE-RESP-CODE       PIC X(06).
01  WS-RULE-RESP-MSG        PIC X(50).
01  WS-RULE-ACTION-CD       PIC X(01).
01  WS-RULE-SORC-CD         PIC X(01).

*> 渠道+原因代码差异累计：翻转的流水按其处置有变化的原因代码
*> 逐个记入，按模拟后裁决分列
01  WS-DIFF-COUNT           PIC 9(03) VALUE 0.
01  WS-DIFF-IDX             PIC 9(03).
01  WS-DIFF-FOUND-IDX       PIC 9(03).
01  WS-DIFF-OVERFLOW-COUNT  PIC 9(9) VALUE 0.
01  WS-DIFF-ENTRY           OCCURS 300.
    05  WS-DIFF-TERMINAL-CD PIC X(02).
    05  WS-DIFF-RSN-CD      PIC X(04).
    05  WS-DIFF-LIVE-ACTION PIC X(01).
    05  WS-DIFF-CAND-ACTION PIC X(01).
    05  WS-DIFF-TO-D-COUNT  PIC 9(9).
    05  WS-DIFF-TO-R-COUNT  PIC 9(9).
    05  WS-DIFF-TO-A-COUNT  PIC 9(9).

*> 报表按日留代并登记报表产出台账(同BRANCHREASG01)
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RPT-BIZ-DT           PIC X(08).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'SCRNRULESIM01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 筛查规则变更模拟批：规则变更上线前，把选定期间的筛查流水
*> (CTRL_SCRN_JOURNAL)按候选规则集重新裁决，出差异报告——多少笔
*> 裁决会翻转、按渠道与原因代码各翻多少，业务影响事先可知。
*> 流水记有命中的全部原因代码，处置只是原因代码到D/R/I的映射，
*> 故无需重跑筛查：逐个原因代码经SCRNRULE01取当日生产处置与候选
*> 处置，分别汇总出原裁决与模拟裁决后比较(原裁决与流水所记不一
*> 致的另计，提示期间内生产规则有过变更)。只读，不改任何数据
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    MOVE WS-RUN-PARM(1:10) TO WS-TENANT-NO
    MOVE WS-RUN-PARM(11:10) TO WS-RULE-SET-CD
    MOVE WS-RUN-PARM(21:8) TO WS-FROM-DT
    MOVE WS-RUN-PARM(29:8) TO WS-TO-DT

    IF WS-TENANT-NO = SPACES OR WS-RULE-SET-CD = SPACES
       OR WS-RULE-SET-CD = 'LIVE'
       OR WS-FROM-DT IS NOT NUMERIC OR WS-TO-DT IS NOT NUMERIC
       OR WS-FROM-DT > WS-TO-DT
       DISPLAY '租户号/候选规则集/起止日期参数不合法'
       GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-BIZ-DT
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'SCRN.RULE.SIM.REPORT.' DELIMITED BY SIZE
           WS-RULE-SET-CD DELIMITED BY SPACE
           '.' DELIMITED BY SIZE
           WS-RPT-BIZ-DT DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '筛查规则变更模拟 租户:' DELIMITED BY SIZE
           WS-TENANT-NO DELIMITED BY SPACE
           ' 候选规则集:' DELIMITED BY SIZE
           WS-RULE-SET-CD DELIMITED BY SPACE
           ' 期间:' DELIMITED BY SIZE
           WS-FROM-DT DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           WS-TO-DT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 期间内裁决成功的筛查流水(处理失败的流水没有裁决可比)
    EXEC SQL
        DECLARE SIM-JRN-CUR CURSOR FOR
        SELECT SCRN_DT, PMIT_TERMINAL_CD, DECISION_CD,
               COALESCE(RSN_CDS, ' ')
          FROM CTRL_SCRN_JOURNAL
         WHERE TENANT_NO = :WS-TENANT-NO
           AND SCRN_DT >= :WS-FROM-DT
           AND SCRN_DT <= :WS-TO-DT
           AND RESP_CODE IN ('000000', 'W20001')
    END-EXEC.

    EXEC SQL OPEN SIM-JRN-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '筛查流水游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH SIM-JRN-CUR
            INTO :WS-SCRN-DT, :WS-PMIT-TERMINAL-CD,
                 :WS-DECISION-CD, :WS-RSN-CDS
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-READ-COUNT
          IF WS-RSN-CDS NOT = SPACES
             PERFORM SIMULATE-ONE-ROW
          END-IF
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE SIM-JRN-CUR END-EXEC.

    PERFORM WRITE-SUMMARY-LINES

    CLOSE REPORT-FILE

    MOVE WS-FLIP-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-RPT-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '筛查规则变更模拟完成，流水:' WS-READ-COUNT
            ' 翻转:' WS-FLIP-COUNT.

    GOBACK.

*> 一行流水：拆出原因代码，逐个取生产/候选处置，汇总两种裁决
*> 比较；翻转的按处置有变化的原因代码记入差异表
SIMULATE-ONE-ROW.
    ADD 1 TO WS-RSN-ROW-COUNT
    MOVE 0 TO WS-RSN-COUNT
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > 10
       IF WS-RSN-CDS(WS-RSN-IDX * 4 - 3:4) NOT = SPACES
          ADD 1 TO WS-RSN-COUNT
          MOVE WS-RSN-CDS(WS-RSN-IDX * 4 - 3:4)
            TO WS-RSN-CD(WS-RSN-COUNT)
       END-IF
    END-PERFORM

    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
            UNTIL WS-RSN-IDX > WS-RSN-COUNT
       MOVE WS-RSN-CD(WS-RSN-IDX) TO WS-RULE-RSN-CD
       MOVE WS-LIVE-SET-CD TO WS-RULE-QRY-SET-CD
       PERFORM RESOLVE-ONE-ACTION
       MOVE WS-RULE-ACTION-CD TO WS-RSN-LIVE-ACTION(WS-RSN-IDX)
       MOVE WS-RULE-SET-CD TO WS-RULE-QRY-SET-CD
       PERFORM RESOLVE-ONE-ACTION
       MOVE WS-RULE-ACTION-CD TO WS-RSN-CAND-ACTION(WS-RSN-IDX)
    END-PERFORM

    *> 原裁决(生产集)
    MOVE 'N' TO WS-DENY-FLG
    MOVE 'N' TO WS-REFER-FLG
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
            UNTIL WS-RSN-IDX > WS-RSN-COUNT
       MOVE WS-RSN-LIVE-ACTION(WS-RSN-IDX) TO WS-RULE-ACTION-CD
       PERFORM ACCUM-ACTION-FLAGS
    END-PERFORM
    PERFORM DERIVE-DECISION
    MOVE WS-SIM-DECISION-CD TO WS-BASE-DECISION-CD

    *> 模拟裁决(候选集)
    MOVE 'N' TO WS-DENY-FLG
    MOVE 'N' TO WS-REFER-FLG
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
            UNTIL WS-RSN-IDX > WS-RSN-COUNT
       MOVE WS-RSN-CAND-ACTION(WS-RSN-IDX) TO WS-RULE-ACTION-CD
       PERFORM ACCUM-ACTION-FLAGS
    END-PERFORM
    PERFORM DERIVE-DECISION

    IF WS-BASE-DECISION-CD NOT = WS-DECISION-CD
       ADD 1 TO WS-BASE-MISMATCH-COUNT
    END-IF

    IF WS-SIM-DECISION-CD = WS-BASE-DECISION-CD
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-FLIP-COUNT
    EVALUATE WS-BASE-DECISION-CD ALSO WS-SIM-DECISION-CD
       WHEN 'A' ALSO 'D'
          ADD 1 TO WS-A-TO-D-COUNT
       WHEN 'A' ALSO 'R'
          ADD 1 TO WS-A-TO-R-COUNT
       WHEN 'R' ALSO 'D'
          ADD 1 TO WS-R-TO-D-COUNT
       WHEN 'R' ALSO 'A'
          ADD 1 TO WS-R-TO-A-COUNT
       WHEN 'D' ALSO 'R'
          ADD 1 TO WS-D-TO-R-COUNT
       WHEN 'D' ALSO 'A'
          ADD 1 TO WS-D-TO-A-COUNT
    END-EVALUATE

    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
            UNTIL WS-RSN-IDX > WS-RSN-COUNT
       IF WS-RSN-CAND-ACTION(WS-RSN-IDX)
          NOT = WS-RSN-LIVE-ACTION(WS-RSN-IDX)
          PERFORM ADD-DIFF-ENTRY
       END-IF
    END-PERFORM.

*> 取一个原因代码在流水日期的处置；规则表查不了时SCRNRULE01回送
*> 内置缺省，另计错误数
RESOLVE-ONE-ACTION.
    CALL 'SCRNRULE01' USING WS-TENANT-NO, WS-RULE-QRY-SET-CD,
                            WS-PMIT-TERMINAL-CD, WS-RULE-RSN-CD,
                            WS-SCRN-DT, WS-RULE-RESP-CODE,
                            WS-RULE-RESP-MSG, WS-RULE-ACTION-CD,
                            WS-RULE-SORC-CD
    END-CALL
    IF WS-RULE-RESP-CODE NOT = '000000'
       ADD 1 TO WS-RULE-ERR-COUNT
    END-IF.

*> 处置并入裁决标志(口径同CTRLSCRN01的APPLY-SCRN-RULES)
ACCUM-ACTION-FLAGS.
    EVALUATE WS-RULE-ACTION-CD
       WHEN 'D'
          MOVE 'Y' TO WS-DENY-FLG
       WHEN 'I'
          CONTINUE
       WHEN OTHER
          MOVE 'Y' TO WS-REFER-FLG
    END-EVALUATE.

DERIVE-DECISION.
    EVALUATE TRUE
       WHEN WS-DENY-FLG = 'Y'
          MOVE 'D' TO WS-SIM-DECISION-CD
       WHEN WS-REFER-FLG = 'Y'
          MOVE 'R' TO WS-SIM-DECISION-CD
       WHEN OTHER
          MOVE 'A' TO WS-SIM-DECISION-CD
    END-EVALUATE.

*> 差异表按渠道+原因代码累计；表满的只计溢出数
ADD-DIFF-ENTRY.
    MOVE 0 TO WS-DIFF-FOUND-IDX
    PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
            UNTIL WS-DIFF-IDX > WS-DIFF-COUNT
               OR WS-DIFF-FOUND-IDX > 0
       IF WS-DIFF-TERMINAL-CD(WS-DIFF-IDX) = WS-PMIT-TERMINAL-CD
          AND WS-DIFF-RSN-CD(WS-DIFF-IDX) = WS-RSN-CD(WS-RSN-IDX)
          MOVE WS-DIFF-IDX TO WS-DIFF-FOUND-IDX
       END-IF
    END-PERFORM

    IF WS-DIFF-FOUND-IDX = 0
       IF WS-DIFF-COUNT >= 300
          ADD 1 TO WS-DIFF-OVERFLOW-COUNT
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-DIFF-COUNT
       MOVE WS-DIFF-COUNT TO WS-DIFF-FOUND-IDX
       MOVE WS-PMIT-TERMINAL-CD
         TO WS-DIFF-TERMINAL-CD(WS-DIFF-FOUND-IDX)
       MOVE WS-RSN-CD(WS-RSN-IDX) TO WS-DIFF-RSN-CD(WS-DIFF-FOUND-IDX)
       MOVE WS-RSN-LIVE-ACTION(WS-RSN-IDX)
         TO WS-DIFF-LIVE-ACTION(WS-DIFF-FOUND-IDX)
       MOVE WS-RSN-CAND-ACTION(WS-RSN-IDX)
         TO WS-DIFF-CAND-ACTION(WS-DIFF-FOUND-IDX)
       MOVE 0 TO WS-DIFF-TO-D-COUNT(WS-DIFF-FOUND-IDX)
       MOVE 0 TO WS-DIFF-TO-R-COUNT(WS-DIFF-FOUND-IDX)
       MOVE 0 TO WS-DIFF-TO-A-COUNT(WS-DIFF-FOUND-IDX)
    END-IF

    EVALUATE WS-SIM-DECISION-CD
       WHEN 'D'
          ADD 1 TO WS-DIFF-TO-D-COUNT(WS-DIFF-FOUND-IDX)
       WHEN 'R'
          ADD 1 TO WS-DIFF-TO-R-COUNT(WS-DIFF-FOUND-IDX)
       WHEN OTHER
          ADD 1 TO WS-DIFF-TO-A-COUNT(WS-DIFF-FOUND-IDX)
    END-EVALUATE.

*> 报告：总计、翻转矩阵，随后按渠道+原因代码的差异明细
WRITE-SUMMARY-LINES.
    MOVE SPACES TO REPORT-RECORD
    STRING '流水:' DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           ' 有原因代码:' DELIMITED BY SIZE
           WS-RSN-ROW-COUNT DELIMITED BY SIZE
           ' 翻转:' DELIMITED BY SIZE
           WS-FLIP-COUNT DELIMITED BY SIZE
           ' 原裁决与流水不一致:' DELIMITED BY SIZE
           WS-BASE-MISMATCH-COUNT DELIMITED BY SIZE
           ' 规则查询失败:' DELIMITED BY SIZE
           WS-RULE-ERR-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    STRING 'A->D:' DELIMITED BY SIZE
           WS-A-TO-D-COUNT DELIMITED BY SIZE
           ' A->R:' DELIMITED BY SIZE
           WS-A-TO-R-COUNT DELIMITED BY SIZE
           ' R->D:' DELIMITED BY SIZE
           WS-R-TO-D-COUNT DELIMITED BY SIZE
           ' R->A:' DELIMITED BY SIZE
           WS-R-TO-A-COUNT DELIMITED BY SIZE
           ' D->R:' DELIMITED BY SIZE
           WS-D-TO-R-COUNT DELIMITED BY SIZE
           ' D->A:' DELIMITED BY SIZE
           WS-D-TO-A-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    MOVE '渠道 原因 生产处置->候选处置 翻转为拒绝/转人工/允许'
      TO REPORT-RECORD
    WRITE REPORT-RECORD

    PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
            UNTIL WS-DIFF-IDX > WS-DIFF-COUNT
       MOVE SPACES TO REPORT-RECORD
       STRING WS-DIFF-TERMINAL-CD(WS-DIFF-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-DIFF-RSN-CD(WS-DIFF-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-DIFF-LIVE-ACTION(WS-DIFF-IDX) DELIMITED BY SIZE
              '->' DELIMITED BY SIZE
              WS-DIFF-CAND-ACTION(WS-DIFF-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-DIFF-TO-D-COUNT(WS-DIFF-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-DIFF-TO-R-COUNT(WS-DIFF-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-DIFF-TO-A-COUNT(WS-DIFF-IDX) DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-PERFORM

    IF WS-DIFF-OVERFLOW-COUNT > 0
       MOVE SPACES TO REPORT-RECORD
       STRING '差异明细超出300行，未列明细笔数:' DELIMITED BY SIZE
              WS-DIFF-OVERFLOW-COUNT DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-IF.
