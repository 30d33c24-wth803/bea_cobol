IDENTIFICATION DIVISION.
PROGRAM-ID. TECHERRDGST01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO 'TECH.ERROR.DIGEST'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 技术错误日报：TECH_ERROR_LOG按程序+段落+SQLCODE汇总当日笔数及
*> 首末发生时间——死锁风暴、缺索引超时之类成片出现的问题一眼可见，
*> 不再是SVC_INVOKE_JOURNAL里零零散散的E99999
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

*> 统计日期：命令行可给YYYYMMDD补跑，缺省当日(ERR_DT为出错时的
*> 自然日期)
01  WS-RUN-PARM                 PIC X(20).
01  WS-RPT-DT                   PIC X(08).
01  WS-LINE-COUNT               PIC 9(7) VALUE 0.
01  WS-TOTAL-ERR-COUNT          PIC 9(9) VALUE 0.

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件(同
*> SVCJRNRPT01)
01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.

*> 第一节游标读出的一行：程序+段落+SQLCODE分组
01  WS-PROGRAM-ID               PIC X(20).
01  WS-PARA-NM                  PIC X(30).
01  WS-ERR-SQLCODE              PIC S9(9) COMP-4.
01  WS-ERR-SQLCODE-DSP          PIC -9(9).
01  WS-ERR-COUNT                PIC 9(9).
01  WS-FIRST-TM                 PIC X(14).
01  WS-LAST-TM                  PIC X(14).
01  WS-OPER-CD                  PIC X(40).

*> 第二节游标读出的一行：按SQLCODE跨程序合计
01  WS-SC-SQLCODE               PIC S9(9) COMP-4.
01  WS-SC-SQLCODE-DSP           PIC -9(9).
01  WS-SC-PGM-COUNT             PIC 9(5).
01  WS-SC-ERR-COUNT             PIC 9(9).
01  WS-SC-FIRST-TM              PIC X(14).
01  WS-SC-LAST-TM               PIC X(14).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    MOVE WS-RUN-PARM(1:8) TO WS-RPT-DT
    IF WS-RPT-DT = SPACES
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-DT
    END-IF
    IF WS-RPT-DT IS NOT NUMERIC
       DISPLAY '统计日期须为8位数字(YYYYMMDD):' WS-RPT-DT
       GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING 'TECHNICAL ERROR DIGEST DATE=' DELIMITED BY SIZE
           WS-RPT-DT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE 'SECTION 1: ERRORS BY PROGRAM, PARAGRAPH AND SQLCODE'
      TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM REPORT-ERROR-GROUPS

    MOVE SPACES TO REPORT-RECORD
    MOVE 'SECTION 2: ERRORS BY SQLCODE ACROSS PROGRAMS'
      TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM REPORT-SQLCODE-TOTALS

    MOVE SPACES TO REPORT-RECORD
    STRING 'TOTAL ERRORS=' DELIMITED BY SIZE
           WS-TOTAL-ERR-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    DISPLAY '技术错误日报完成 日期:' WS-RPT-DT
            ' 分组行数:' WS-LINE-COUNT
            ' 错误笔数:' WS-TOTAL-ERR-COUNT.

    GOBACK.

*> 第一节：程序+段落+SQLCODE分组，笔数倒序(同一处成片报错排在
*> 最前)；语句取组内任一条(同段落同SQLCODE多为同一语句)
REPORT-ERROR-GROUPS.
    EXEC SQL
        DECLARE TE-GRP-CUR CURSOR FOR
        SELECT PROGRAM_ID, PARA_NM, SQLCODE_VAL, COUNT(*),
               MIN(ERR_TM), MAX(ERR_TM), MIN(OPER_CD)
          FROM TECH_ERROR_LOG
         WHERE ERR_DT = :WS-RPT-DT
         GROUP BY PROGRAM_ID, PARA_NM, SQLCODE_VAL
         ORDER BY COUNT(*) DESC, PROGRAM_ID, PARA_NM, SQLCODE_VAL
    END-EXEC.

    EXEC SQL OPEN TE-GRP-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '技术错误分组游标打开失败 SQLCODE:' SQLCODE
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TE-GRP-CUR
            INTO :WS-PROGRAM-ID, :WS-PARA-NM, :WS-ERR-SQLCODE,
                 :WS-ERR-COUNT, :WS-FIRST-TM, :WS-LAST-TM,
                 :WS-OPER-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-LINE-COUNT
          ADD WS-ERR-COUNT TO WS-TOTAL-ERR-COUNT
          MOVE WS-ERR-SQLCODE TO WS-ERR-SQLCODE-DSP
          MOVE SPACES TO REPORT-RECORD
          STRING WS-PROGRAM-ID DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-PARA-NM DELIMITED BY SIZE
                 ' SQLCODE=' DELIMITED BY SIZE
                 WS-ERR-SQLCODE-DSP DELIMITED BY SIZE
                 ' COUNT=' DELIMITED BY SIZE
                 WS-ERR-COUNT DELIMITED BY SIZE
                 ' FIRST=' DELIMITED BY SIZE
                 WS-FIRST-TM DELIMITED BY SIZE
                 ' LAST=' DELIMITED BY SIZE
                 WS-LAST-TM DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-OPER-CD DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TE-GRP-CUR END-EXEC.

*> 第二节：按SQLCODE跨程序合计——同一SQLCODE(如死锁-911)在多个
*> 程序同时段冒出来，多半是库层面问题而非某个程序的缺陷
REPORT-SQLCODE-TOTALS.
    EXEC SQL
        DECLARE TE-SC-CUR CURSOR FOR
        SELECT SQLCODE_VAL, COUNT(DISTINCT PROGRAM_ID), COUNT(*),
               MIN(ERR_TM), MAX(ERR_TM)
          FROM TECH_ERROR_LOG
         WHERE ERR_DT = :WS-RPT-DT
         GROUP BY SQLCODE_VAL
         ORDER BY COUNT(*) DESC, SQLCODE_VAL
    END-EXEC.

    EXEC SQL OPEN TE-SC-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY 'SQLCODE合计游标打开失败 SQLCODE:' SQLCODE
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TE-SC-CUR
            INTO :WS-SC-SQLCODE, :WS-SC-PGM-COUNT, :WS-SC-ERR-COUNT,
                 :WS-SC-FIRST-TM, :WS-SC-LAST-TM
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE WS-SC-SQLCODE TO WS-SC-SQLCODE-DSP
          MOVE SPACES TO REPORT-RECORD
          STRING 'SQLCODE=' DELIMITED BY SIZE
                 WS-SC-SQLCODE-DSP DELIMITED BY SIZE
                 ' PROGRAMS=' DELIMITED BY SIZE
                 WS-SC-PGM-COUNT DELIMITED BY SIZE
                 ' COUNT=' DELIMITED BY SIZE
                 WS-SC-ERR-COUNT DELIMITED BY SIZE
                 ' FIRST=' DELIMITED BY SIZE
                 WS-SC-FIRST-TM DELIMITED BY SIZE
                 ' LAST=' DELIMITED BY SIZE
                 WS-SC-LAST-TM DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TE-SC-CUR END-EXEC.
