01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 批处理维护窗口(MAINT_WINDOW)：翻牌前自动开系统级窗口，收尾时
*> 关闭本程序开的窗口及调度开的不定结束窗口
01  WS-MW-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-MW-BIZ-DT            PIC X(08).
01  WS-MW-NOW-TM            PIC X(14).
01  WS-MW-ACTIVE-COUNT      PIC 9(5).
01  WS-MW-CLOSE-COUNT       PIC S9(9) COMP-4 VALUE 0.
01  WS-MW-CLOSE-DSP         PIC 9(5).
01  WS-CURRENT-DATE-TIME    PIC X(21).
01  WS-WIN-SEQ-NO           PIC X(14).
01  WS-WIN-SEQ-NO-NUM REDEFINES WS-WIN-SEQ-NO
                            PIC 9(14).
01  WS-SEQ-DUP-COUNT        PIC 9(5).
01  WS-SEQ-RETRY-COUNT      PIC 9(3).

PROCEDURE DIVISION.
*> 日终业务日期翻牌批：批量调度的收官步骤——逐租户经BIZDATE01
*> 'R'模式把业务日期翻到下一工作日(跳过周六日与节假日)。翻牌
*> 之后起跑的批量经'G'取到的才是新一天，跨午夜重跑不再盖错
*> 日期戳。
*> 翻牌前后自动开闭批处理维护窗口：调度未开系统级窗口的，翻牌前
*> 补开一个(来源E)，翻牌期间联机维护经MAINTWIN01暂停；翻牌收尾
*> 关闭本程序开的窗口和调度开的不定结束窗口，晨间批量控制报告
*> 据此列出窗口起止
MAIN-LOGIC.
    OPEN OUTPUT REPORT-FILE

    PERFORM OPEN-EOD-MAINT-WINDOW

    EXEC SQL
        DECLARE ROLL-TENANT-CUR CURSOR FOR
        SELECT TENANT_NO, BIZ_DT
    EXEC SQL OPEN ROLL-TENANT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '业务日期租户游标打开失败'
       PERFORM CLOSE-EOD-MAINT-WINDOW
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    EXEC SQL CLOSE ROLL-TENANT-CUR END-EXEC.

    PERFORM CLOSE-EOD-MAINT-WINDOW

    MOVE SPACES TO REPORT-RECORD
    STRING '翻牌租户数:'  DELIMITED BY SIZE
           WS-ROLL-COUNT  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 翻牌前开窗：已有生效的系统级窗口(调度已开)则沿用，不重复开。
*> 窗口归属翻牌前的系统业务日期(即昨夜批量的业务日期)
OPEN-EOD-MAINT-WINDOW.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-MW-NOW-TM

    MOVE 0 TO WS-MW-ACTIVE-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-MW-ACTIVE-COUNT
          FROM MAINT_WINDOW
         WHERE TENANT_NO = '*'
           AND STATUS_CD = '1'
           AND WIN_START_TM <= :WS-MW-NOW-TM
           AND WIN_END_TM > :WS-MW-NOW-TM
    END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '维护窗口读取失败，翻牌照常进行'
       EXIT PARAGRAPH
    END-IF
    IF WS-MW-ACTIVE-COUNT > 0
       MOVE '维护窗口: 沿用调度已开的系统级窗口' TO REPORT-RECORD
       WRITE REPORT-RECORD
       EXIT PARAGRAPH
    END-IF

    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-MW-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL
    MOVE WS-BD-BIZ-DT TO WS-MW-BIZ-DT

    MOVE WS-MW-NOW-TM TO WS-WIN-SEQ-NO
    MOVE 0 TO WS-SEQ-RETRY-COUNT
    PERFORM CHECK-WIN-SEQ-NO-FREE
    PERFORM UNTIL WS-SEQ-DUP-COUNT = 0
                  OR WS-SEQ-RETRY-COUNT > 99
       ADD 1 TO WS-WIN-SEQ-NO-NUM
       ADD 1 TO WS-SEQ-RETRY-COUNT
       PERFORM CHECK-WIN-SEQ-NO-FREE
    END-PERFORM
    IF WS-SEQ-DUP-COUNT NOT = 0
       DISPLAY '维护窗口流水号分配失败，翻牌照常进行'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC
    EXEC SQL
        INSERT INTO MAINT_WINDOW (
            WIN_SEQ_NO, TENANT_NO, BIZ_DT, WIN_START_TM, WIN_END_TM,
            CLOSE_TM, STATUS_CD, OPEN_SRC_CD, EOD_CLOSE_FLG,
            OPEN_OPER_ID, CLOSE_OPER_ID, CRT_TM, UPD_TM
        ) VALUES (
            :WS-WIN-SEQ-NO, '*', :WS-MW-BIZ-DT, :WS-MW-NOW-TM,
            '99991231235959', ' ', '1', 'E', '1', 'EODROLL01', ' ',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '维护窗口登记失败，翻牌照常进行 SQLCODE:' SQLCODE
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF
    EXEC SQL COMMIT END-EXEC

    MOVE SPACES TO REPORT-RECORD
    STRING '维护窗口开: '   DELIMITED BY SIZE
           WS-WIN-SEQ-NO    DELIMITED BY SIZE
           ' 起:'           DELIMITED BY SIZE
           WS-MW-NOW-TM     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 翻牌收尾闭窗：已起始的、标记为日终收尾关闭的生效窗口一律关闭
*> (预排在以后起始的窗口不动)
CLOSE-EOD-MAINT-WINDOW.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-MW-NOW-TM

    EXEC SQL START TRANSACTION END-EXEC
    EXEC SQL
        UPDATE MAINT_WINDOW
           SET STATUS_CD = '2',
               CLOSE_TM = :WS-MW-NOW-TM,
               CLOSE_OPER_ID = 'EODROLL01',
               UPD_TM = CURRENT_TIMESTAMP
         WHERE STATUS_CD = '1'
           AND EOD_CLOSE_FLG = '1'
           AND WIN_START_TM <= :WS-MW-NOW-TM
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '维护窗口关闭失败 SQLCODE:' SQLCODE
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-MW-CLOSE-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-MW-CLOSE-COUNT = ROW_COUNT
       END-EXEC
    END-IF
    EXEC SQL COMMIT END-EXEC
    MOVE WS-MW-CLOSE-COUNT TO WS-MW-CLOSE-DSP

    MOVE SPACES TO REPORT-RECORD
    STRING '维护窗口关: '    DELIMITED BY SIZE
           WS-MW-CLOSE-DSP   DELIMITED BY SIZE
           ' 个 止:'         DELIMITED BY SIZE
           WS-MW-NOW-TM      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

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
