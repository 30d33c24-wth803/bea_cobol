IDENTIFICATION DIVISION.
PROGRAM-ID. REGFILCAL01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 监管报送跟踪日报：已逾期、将到期(7天内)、已报送未回执三段，
*> 一行一个报送期次(租户/义务/报送对象/所属期末/到期日/状态/
*> 产出文件/责任团队)，合规部门据此催办
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(250).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-OX                   PIC 9(03).
01  WS-GEN-COUNT            PIC 9(05) VALUE 0.
01  WS-GEN-FAIL-COUNT       PIC 9(05) VALUE 0.
01  WS-OVERDUE-COUNT        PIC 9(05) VALUE 0.
01  WS-UPCOMING-COUNT       PIC 9(05) VALUE 0.
01  WS-UNACK-COUNT          PIC 9(05) VALUE 0.
01  WS-LINE-COUNT           PIC 9(07) VALUE 0.
01  WS-LEAD-DAYS            PIC 9(03) VALUE 7.
01  WS-HORIZON-NUM          PIC 9(08).
01  WS-HORIZON-DT           PIC X(08).
01  WS-PREV-SECT-CD         PIC X(01) VALUE SPACES.

*> 周期性报送义务表：先整批读入，逐条生成期次、每条一次提交，
*> 提交不落在义务游标内
01  WS-OBL-COUNT            PIC 9(03) VALUE 0.
01  WS-OBL-TABLE.
    05  WS-OBL-ENTRY OCCURS 500.
        10  WS-OE-TENANT-NO     PIC X(10).
        10  WS-OE-OBLIG-ID      PIC X(12).
01  WS-OB-TENANT-NO         PIC X(10).
01  WS-OB-OBLIG-ID          PIC X(12).

*> 报告游标读出的一行：段别1已逾期/2将到期/3未回执
01  WS-RP-SECT-CD           PIC X(01).
01  WS-RP-TENANT-NO         PIC X(10).
01  WS-RP-OBLIG-ID          PIC X(12).
01  WS-RP-OBLIG-NM          PIC X(60).
01  WS-RP-RGLTR-NM          PIC X(30).
01  WS-RP-RESP-TEAM-NM      PIC X(30).
01  WS-RP-PERIOD-END-DT     PIC X(08).
01  WS-RP-DUE-DT            PIC X(08).
01  WS-RP-STUS-CD           PIC X(01).
01  WS-RP-FILE-NM           PIC X(60).
01  WS-RP-FILED-TM          PIC X(26).
01  WS-RP-STUS-TXT          PIC X(10).

*> 监管报送跟踪(REGFILTRK01)工作区：'G'生成期次
01  WS-FT-MODE-CD           PIC X(01) VALUE 'G'.
01  WS-FT-SRC-JOB-NM        PIC X(20) VALUE SPACES.
01  WS-FT-FILE-NM           PIC X(60) VALUE SPACES.
01  WS-FT-REC-CNT           PIC 9(09) VALUE 0.
01  WS-FT-FILING-REF-NO     PIC X(30) VALUE SPACES.
01  WS-FT-OPER-TELR-NO      PIC X(10) VALUE 'SYSREGCAL'.
01  WS-FT-RESP-CODE         PIC X(06).
01  WS-FT-RESP-MSG          PIC X(50).
01  WS-FT-UPD-CNT           PIC 9(05).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'REGFILCAL01'.
01  WS-RC-BIZ-DT           PIC X(08).
01  WS-RC-MODE-CD          PIC X(01).
01  WS-RC-FORCE-FLG        PIC X(01).
01  WS-RC-RECORDS          PIC 9(09).
01  WS-RC-CHKPT-KEY        PIC X(20).
01  WS-RC-RESP-CODE        PIC X(06).
01  WS-RC-RESP-MSG         PIC X(50).
01  WS-RC-RESTART-KEY      PIC X(20).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO        PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD          PIC X(01).
01  WS-BD-SET-DT           PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'REGFILCAL01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 监管报送日历日批：报送截止日以往记在合规部门的表格里，错过了
*> 要等监管来函才知道。本批每日按业务日期为全部周期性报送义务
*> (REG_FILING_CALENDAR，MGMTREGFIL01维护)生成最近一个已结束周期
*> 的期次(REGFILTRK01'G'，到期日按租户节假日日历顺延)，再出跟踪
*> 日报 REG.FILING.TRACKER.REPORT.<业务日期>：
*>   已逾期   到期日已过仍未报送(待产出/已产出)
*>   将到期   7天内到期仍未报送
*>   未回执   已报送、监管回执(REGRESP01)未到
*> 晨间控制报告(MORNCTLRPT01)另列同口径的报送提醒
MAIN-LOGIC.
    *> 批量运行控制：登记起跑；同作业同日已完成且未带FORCE
    *> 参数时拒绝重复起跑
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    IF WS-RUN-PARM(1:5) = 'FORCE'
       MOVE 'Y' TO WS-RC-FORCE-FLG
    ELSE
       MOVE 'N' TO WS-RC-FORCE-FLG
    END-IF
    PERFORM READ-SYS-BIZ-DATE
    MOVE WS-BD-BIZ-DT TO WS-RC-BIZ-DT
    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    MOVE SPACES TO WS-RC-CHKPT-KEY
    PERFORM CALL-BATRUNCTL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    COMPUTE WS-HORIZON-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BD-BIZ-DT))
          + WS-LEAD-DAYS)
    MOVE WS-HORIZON-NUM TO WS-HORIZON-DT

    *> 1) 读入周期性报送义务
    PERFORM LOAD-PERIODIC-OBLIGATIONS
    IF WS-OBL-COUNT = 0 AND WS-FETCH-SQLCODE NOT = 100
       DISPLAY '报送义务读取失败 SQLCODE:' WS-FETCH-SQLCODE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CALL-BATRUNCTL
       GOBACK
    END-IF

    *> 2) 逐条生成期次，每条一次提交
    PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OBL-COUNT
       PERFORM GENERATE-ONE-OBLIGATION
    END-PERFORM

    *> 3) 跟踪日报
    PERFORM WRITE-TRACKER-REPORT

    *> 批量运行控制：登记结束与报告行数；有期次生成失败的登记
    *> 失败，排查后带FORCE重跑
    IF WS-GEN-FAIL-COUNT > 0
       MOVE 'F' TO WS-RC-MODE-CD
    ELSE
       MOVE 'C' TO WS-RC-MODE-CD
    END-IF
    MOVE WS-LINE-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

    DISPLAY '监管报送日历日批完成，新生成期次:' WS-GEN-COUNT
            ' 生成失败:' WS-GEN-FAIL-COUNT
            ' 已逾期:' WS-OVERDUE-COUNT
            ' 将到期:' WS-UPCOMING-COUNT
            ' 未回执:' WS-UNACK-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

CALL-BATRUNCTL.
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL.

*> 有效的周期性报送义务(按需义务的期次在产出登记时才建)
LOAD-PERIODIC-OBLIGATIONS.
    MOVE 0 TO WS-OBL-COUNT
    EXEC SQL
        DECLARE OBL-CUR CURSOR FOR
        SELECT TENANT_NO, OBLIG_ID
          FROM REG_FILING_CALENDAR
         WHERE VALID_FLG = '1'
           AND FREQ_CD <> 'A'
         ORDER BY TENANT_NO, OBLIG_ID
    END-EXEC.

    EXEC SQL OPEN OBL-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0 OR WS-OBL-COUNT >= 500
       EXEC SQL
           FETCH OBL-CUR
            INTO :WS-OB-TENANT-NO, :WS-OB-OBLIG-ID
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-OBL-COUNT
          MOVE WS-OB-TENANT-NO TO WS-OE-TENANT-NO(WS-OBL-COUNT)
          MOVE WS-OB-OBLIG-ID  TO WS-OE-OBLIG-ID(WS-OBL-COUNT)
       END-IF
    END-PERFORM

    EXEC SQL CLOSE OBL-CUR END-EXEC.

    IF WS-OBL-COUNT >= 500 AND WS-FETCH-SQLCODE = 0
       DISPLAY '报送义务超过500条，其余未生成期次'
    END-IF.

*> 一条义务生成当期期次(已有的不重复建)
GENERATE-ONE-OBLIGATION.
    EXEC SQL START TRANSACTION END-EXEC

    CALL 'REGFILTRK01' USING WS-FT-MODE-CD, WS-OE-TENANT-NO(WS-OX),
                             WS-OE-OBLIG-ID(WS-OX), WS-FT-SRC-JOB-NM,
                             WS-BD-BIZ-DT, WS-FT-FILE-NM,
                             WS-FT-REC-CNT, WS-FT-FILING-REF-NO,
                             WS-FT-OPER-TELR-NO, WS-FT-RESP-CODE,
                             WS-FT-RESP-MSG, WS-FT-UPD-CNT
    END-CALL

    IF WS-FT-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-GEN-FAIL-COUNT
       DISPLAY '报送期次生成失败:' WS-OE-TENANT-NO(WS-OX) ' '
               WS-OE-OBLIG-ID(WS-OX) ' ' WS-FT-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-GEN-FAIL-COUNT
       DISPLAY '报送期次提交失败:' WS-OE-TENANT-NO(WS-OX) ' '
               WS-OE-OBLIG-ID(WS-OX)
       EXIT PARAGRAPH
    END-IF

    ADD WS-FT-UPD-CNT TO WS-GEN-COUNT.

*> 跟踪日报：三段并成一个结果集按段别排列，段别变化时写段抬头
WRITE-TRACKER-REPORT.
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'REG.FILING.TRACKER.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '监管报送跟踪日报 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
           ' 将到期口径:'               DELIMITED BY SIZE
           WS-HORIZON-DT                DELIMITED BY SIZE
           '前'                         DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE TRK-RPT-CUR CURSOR FOR
        SELECT CASE
                  WHEN T.STUS_CD IN ('0', '1')
                       AND T.DUE_DT < :WS-BD-BIZ-DT THEN '1'
                  WHEN T.STUS_CD IN ('0', '1') THEN '2'
                  ELSE '3'
               END AS SECT_CD,
               T.TENANT_NO, T.OBLIG_ID, C.OBLIG_NM, C.RGLTR_NM,
               C.RESP_TEAM_NM, T.PERIOD_END_DT, T.DUE_DT, T.STUS_CD,
               COALESCE(T.FILE_NM, ' '),
               COALESCE(CHAR(T.FILED_TM), ' ')
          FROM REG_FILING_TRACK T
          JOIN REG_FILING_CALENDAR C
            ON C.TENANT_NO = T.TENANT_NO
           AND C.OBLIG_ID = T.OBLIG_ID
         WHERE (T.STUS_CD IN ('0', '1')
                AND T.DUE_DT <= :WS-HORIZON-DT)
            OR T.STUS_CD = '2'
         ORDER BY 1, T.DUE_DT, T.TENANT_NO, T.OBLIG_ID
    END-EXEC.

    EXEC SQL OPEN TRK-RPT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '报送跟踪游标打开失败'
       MOVE 1 TO WS-GEN-FAIL-COUNT
       CLOSE REPORT-FILE
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TRK-RPT-CUR
            INTO :WS-RP-SECT-CD, :WS-RP-TENANT-NO, :WS-RP-OBLIG-ID,
                 :WS-RP-OBLIG-NM, :WS-RP-RGLTR-NM,
                 :WS-RP-RESP-TEAM-NM, :WS-RP-PERIOD-END-DT,
                 :WS-RP-DUE-DT, :WS-RP-STUS-CD, :WS-RP-FILE-NM,
                 :WS-RP-FILED-TM
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-RP-SECT-CD NOT = WS-PREV-SECT-CD
             PERFORM WRITE-SECTION-HEADER
          END-IF
          PERFORM WRITE-TRACK-LINE
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '报送跟踪游标读取失败，日报可能不完整'
    END-IF.

    EXEC SQL CLOSE TRK-RPT-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '已逾期:'         DELIMITED BY SIZE
           WS-OVERDUE-COUNT  DELIMITED BY SIZE
           ' 将到期:'        DELIMITED BY SIZE
           WS-UPCOMING-COUNT DELIMITED BY SIZE
           ' 未回执:'        DELIMITED BY SIZE
           WS-UNACK-COUNT    DELIMITED BY SIZE
           ' 新生成期次:'    DELIMITED BY SIZE
           WS-GEN-COUNT      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)
    MOVE WS-LINE-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL.

WRITE-SECTION-HEADER.
    MOVE WS-RP-SECT-CD TO WS-PREV-SECT-CD
    MOVE SPACES TO REPORT-RECORD
    EVALUATE WS-RP-SECT-CD
       WHEN '1'
          MOVE '== 已逾期(到期日已过仍未报送) ==' TO REPORT-RECORD
       WHEN '2'
          MOVE '== 将到期(仍未报送) ==' TO REPORT-RECORD
       WHEN OTHER
          MOVE '== 已报送未回执 ==' TO REPORT-RECORD
    END-EVALUATE
    WRITE REPORT-RECORD.

WRITE-TRACK-LINE.
    EVALUATE WS-RP-SECT-CD
       WHEN '1'
          ADD 1 TO WS-OVERDUE-COUNT
       WHEN '2'
          ADD 1 TO WS-UPCOMING-COUNT
       WHEN OTHER
          ADD 1 TO WS-UNACK-COUNT
    END-EVALUATE

    EVALUATE WS-RP-STUS-CD
       WHEN '0'
          MOVE '待产出' TO WS-RP-STUS-TXT
       WHEN '1'
          MOVE '已产出' TO WS-RP-STUS-TXT
       WHEN OTHER
          MOVE '已报送' TO WS-RP-STUS-TXT
    END-EVALUATE

    ADD 1 TO WS-LINE-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-RP-TENANT-NO     DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-RP-OBLIG-ID      DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-RP-OBLIG-NM      DELIMITED BY '  '
           ' 报送对象:'        DELIMITED BY SIZE
           WS-RP-RGLTR-NM      DELIMITED BY '  '
           ' 期末:'            DELIMITED BY SIZE
           WS-RP-PERIOD-END-DT DELIMITED BY SIZE
           ' 到期:'            DELIMITED BY SIZE
           WS-RP-DUE-DT        DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-RP-STUS-TXT      DELIMITED BY SPACE
           ' 责任团队:'        DELIMITED BY SIZE
           WS-RP-RESP-TEAM-NM  DELIMITED BY '  '
           ' 文件:'            DELIMITED BY SIZE
           WS-RP-FILE-NM       DELIMITED BY SPACE
           ' 报送:'            DELIMITED BY SIZE
           WS-RP-FILED-TM      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
