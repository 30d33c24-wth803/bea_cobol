IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTWINCTL01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

*> 命令行参数：动作(OPEN/CLOSE) 范围(*=系统级/租户号) 经办人
*> [起始时间YYYYMMDDHHMMSS] [结束时间YYYYMMDDHHMMSS](空格分隔)
01  WS-RUN-PARM             PIC X(80).
01  WS-ACTION-CD            PIC X(10).
01  WS-SCOPE-TENANT-NO      PIC X(10).
01  WS-OPER-ID              PIC X(10).
01  WS-START-TM             PIC X(14).
01  WS-END-TM               PIC X(14).
01  WS-EOD-CLOSE-FLG        PIC X(01).

01  WS-CURRENT-DATE-TIME    PIC X(21).
01  WS-NOW-TM               PIC X(14).
01  WS-EXIST-COUNT          PIC 9(5).
01  WS-ROW-COUNT            PIC S9(9) COMP-4.

*> 窗口流水号分配(时间戳起号+退路防撞)
01  WS-WIN-SEQ-NO           PIC X(14).
01  WS-WIN-SEQ-NO-NUM REDEFINES WS-WIN-SEQ-NO
                            PIC 9(14).
01  WS-SEQ-DUP-COUNT        PIC 9(5).
01  WS-SEQ-RETRY-COUNT      PIC 9(3).

*> 业务日期(BIZDATE01)工作区：系统级窗口挂默认租户001的日期
01  WS-BD-TENANT-NO         PIC X(10).
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

PROCEDURE DIVISION.
*> 批处理维护窗口开闭批：由调度在夜间批量起跑前OPEN、收尾后CLOSE
*> (EODROLL01在翻牌前后另行自动开闭)。窗口登记在MAINT_WINDOW，
*> 范围为系统级('*'，全部租户)或单个租户；起止时间可预先排定，
*> 不给结束时间的窗口一直生效到CLOSE或日终翻牌收尾。窗口期内各
*> 联机维护程序经MAINTWIN01拒绝维护，查询与管控判定照常。
*> 同一范围内时间重叠的生效窗口拒绝重复登记
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    MOVE SPACES TO WS-ACTION-CD
    MOVE SPACES TO WS-SCOPE-TENANT-NO
    MOVE SPACES TO WS-OPER-ID
    MOVE SPACES TO WS-START-TM
    MOVE SPACES TO WS-END-TM
    UNSTRING WS-RUN-PARM DELIMITED BY ALL ' '
        INTO WS-ACTION-CD, WS-SCOPE-TENANT-NO, WS-OPER-ID,
             WS-START-TM, WS-END-TM
    END-UNSTRING

    IF WS-SCOPE-TENANT-NO = SPACES OR WS-OPER-ID = SPACES
       DISPLAY '用法: OPEN|CLOSE 范围(*或租户号) 经办人 '
               '[起始时间] [结束时间]'
       GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-NOW-TM

    EVALUATE WS-ACTION-CD
       WHEN 'OPEN'
          PERFORM OPEN-MAINT-WINDOW
       WHEN 'CLOSE'
          PERFORM CLOSE-MAINT-WINDOW
       WHEN OTHER
          DISPLAY '动作只能为OPEN或CLOSE:' WS-ACTION-CD
    END-EVALUATE

    GOBACK.

*> 开窗：缺省即刻起始、不定结束(日终翻牌收尾时关闭)
OPEN-MAINT-WINDOW.
    IF WS-START-TM = SPACES
       MOVE WS-NOW-TM TO WS-START-TM
    END-IF
    IF WS-END-TM = SPACES
       MOVE '99991231235959' TO WS-END-TM
       MOVE '1' TO WS-EOD-CLOSE-FLG
    ELSE
       MOVE '0' TO WS-EOD-CLOSE-FLG
    END-IF

    IF WS-START-TM IS NOT NUMERIC OR WS-END-TM IS NOT NUMERIC
       DISPLAY '起止时间须为14位数字(YYYYMMDDHHMMSS)'
       EXIT PARAGRAPH
    END-IF
    IF WS-END-TM NOT > WS-START-TM
       DISPLAY '结束时间须晚于起始时间'
       EXIT PARAGRAPH
    END-IF
    IF WS-END-TM NOT > WS-NOW-TM
       DISPLAY '结束时间已过，窗口不会生效'
       EXIT PARAGRAPH
    END-IF

    *> 同范围时间重叠的生效窗口
    MOVE 0 TO WS-EXIST-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-EXIST-COUNT
          FROM MAINT_WINDOW
         WHERE TENANT_NO = :WS-SCOPE-TENANT-NO
           AND STATUS_CD = '1'
           AND WIN_START_TM < :WS-END-TM
           AND WIN_END_TM > :WS-START-TM
    END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '维护窗口读取失败 SQLCODE:' SQLCODE
       EXIT PARAGRAPH
    END-IF
    IF WS-EXIST-COUNT > 0
       DISPLAY '该范围已有时间重叠的维护窗口:' WS-SCOPE-TENANT-NO
       EXIT PARAGRAPH
    END-IF

    *> 窗口所属业务日期(晨间批量控制报告按此归日)
    IF WS-SCOPE-TENANT-NO = '*'
       MOVE '001' TO WS-BD-TENANT-NO
    ELSE
       MOVE WS-SCOPE-TENANT-NO TO WS-BD-TENANT-NO
    END-IF
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL
    IF WS-BD-RESP-CODE NOT = '000000'
       DISPLAY '业务日期读取失败:' WS-BD-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    PERFORM ALLOC-WIN-SEQ-NO
    IF WS-SEQ-DUP-COUNT NOT = 0
       DISPLAY '维护窗口流水号分配失败'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC
    EXEC SQL
        INSERT INTO MAINT_WINDOW (
            WIN_SEQ_NO, TENANT_NO, BIZ_DT, WIN_START_TM, WIN_END_TM,
            CLOSE_TM, STATUS_CD, OPEN_SRC_CD, EOD_CLOSE_FLG,
            OPEN_OPER_ID, CLOSE_OPER_ID, CRT_TM, UPD_TM
        ) VALUES (
            :WS-WIN-SEQ-NO, :WS-SCOPE-TENANT-NO, :WS-BD-BIZ-DT,
            :WS-START-TM, :WS-END-TM, ' ', '1', 'S',
            :WS-EOD-CLOSE-FLG, :WS-OPER-ID, ' ',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '维护窗口登记失败 SQLCODE:' SQLCODE
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF
    EXEC SQL COMMIT END-EXEC

    DISPLAY '维护窗口已登记:' WS-WIN-SEQ-NO
            ' 范围:' WS-SCOPE-TENANT-NO
            ' 起:' WS-START-TM ' 止:' WS-END-TM.

*> 闭窗：本范围全部生效窗口(含尚未到起始时间的预排窗口)
CLOSE-MAINT-WINDOW.
    EXEC SQL START TRANSACTION END-EXEC
    EXEC SQL
        UPDATE MAINT_WINDOW
           SET STATUS_CD = '2',
               CLOSE_TM = :WS-NOW-TM,
               CLOSE_OPER_ID = :WS-OPER-ID,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-SCOPE-TENANT-NO
           AND STATUS_CD = '1'
    END-EXEC
    IF SQLCODE = 100
       EXEC SQL ROLLBACK END-EXEC
       DISPLAY '该范围无生效的维护窗口:' WS-SCOPE-TENANT-NO
       EXIT PARAGRAPH
    END-IF
    IF SQLCODE NOT = 0
       DISPLAY '维护窗口关闭失败 SQLCODE:' SQLCODE
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF
    EXEC SQL
        GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
    END-EXEC
    EXEC SQL COMMIT END-EXEC

    DISPLAY '维护窗口已关闭 范围:' WS-SCOPE-TENANT-NO
            ' 窗口数:' WS-ROW-COUNT ' 时间:' WS-NOW-TM.

ALLOC-WIN-SEQ-NO.
    MOVE WS-NOW-TM TO WS-WIN-SEQ-NO
    MOVE 0 TO WS-SEQ-RETRY-COUNT
    PERFORM CHECK-WIN-SEQ-NO-FREE
    PERFORM UNTIL WS-SEQ-DUP-COUNT = 0
                  OR WS-SEQ-RETRY-COUNT > 99
       ADD 1 TO WS-WIN-SEQ-NO-NUM
       ADD 1 TO WS-SEQ-RETRY-COUNT
       PERFORM CHECK-WIN-SEQ-NO-FREE
    END-PERFORM.

CHECK-WIN-SEQ-NO-FREE.
    MOVE 0 TO WS-SEQ-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-SEQ-DUP-COUNT
          FROM MAINT_WINDOW
         WHERE WIN_SEQ_NO = :WS-WIN-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 1 TO WS-SEQ-DUP-COUNT
    END-IF.
