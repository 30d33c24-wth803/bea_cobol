IDENTIFICATION DIVISION.
PROGRAM-ID. STANDINRPLY01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DECISION-FILE ASSIGN TO 'STANDIN.DECISION'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> ATM/卡交换断联代授权决策文件：核心不可达期间交换凭快照
*> (STANDINSNAP01)代为裁决的每笔交易一行，带全行约定的头/尾
*> 记录(FILEVER01校验记录数与校验合计)
FD  DECISION-FILE.
01  DECISION-RECORD.
    05  SD-TENANT-NO          PIC X(10).     *> 租户编号
    05  SD-CUST-NO            PIC X(20).     *> 客户编号
    05  SD-PMIT-TERMINAL-CD   PIC X(02).     *> 渠道/终端类型代码
    05  SD-CURR-CD            PIC X(03).     *> 交易币种
    05  SD-TX-AMT             PIC 9(10)V99.  *> 交易金额
    05  SD-TX-TM              PIC X(14).     *> 交易时刻YYYYMMDDHHMMSS
    05  SD-DECISION-CD        PIC X(01).     *> 代授权决策A批准/D拒绝
    05  SD-SWITCH-REF-NO      PIC X(20).     *> 交换侧交易参考号
    05  SD-TX-CNTRY-CD        PIC X(03).     *> 交易发生国别(空=境内)
    05  SD-PAYEE-ACCT-NO      PIC X(20).     *> 收款账号(转账类交易)

*> 断联代授权回放报告：逐条列出实时筛查会拒绝/转人工的代授权
*> 批准，以及记账失败的记录
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-EOF-FLG              PIC X(01) VALUE 'N'.
01  WS-READ-COUNT           PIC 9(7) VALUE 0.
01  WS-APPROVED-COUNT       PIC 9(7) VALUE 0.
01  WS-DECLINED-COUNT       PIC 9(7) VALUE 0.
01  WS-POSTED-COUNT         PIC 9(7) VALUE 0.
01  WS-WOULD-DENY-COUNT     PIC 9(7) VALUE 0.
01  WS-WOULD-REFER-COUNT    PIC 9(7) VALUE 0.
01  WS-DUP-COUNT            PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-RESULT-CD            PIC X(12).
01  WS-LOG-COUNT            PIC 9(5).
01  WS-POST-STUS-CD         PIC X(01).

*> 管控筛查统一决策(CTRLSCRN01)入/出参：按交易时刻回放，
*> 不开案、不发通知、不落筛查流水
01  WS-SCRN-RESP-CODE       PIC X(06).
01  WS-SCRN-RESP-MSG        PIC X(50).
01  WS-SCRN-DECISION-CD     PIC X(01).
01  WS-SCRN-RSN-COUNT       PIC 9(2).
01  WS-SCRN-RSN-TABLE.
    05  WS-SCRN-RSN-CD      PIC X(04) OCCURS 10.
01  WS-SCRN-RSN-IDX         PIC 9(2).
01  WS-SCRN-RSN-CDS         PIC X(40).

*> 渠道限额用量记账(CHNLUTILPOST01)出参
01  WS-POST-RESP-CODE       PIC X(06).
01  WS-POST-RESP-MSG        PIC X(50).

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'STANDIN.DECISION'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'STANDINDEC'.
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 拒绝记录结构化落地(BATCH_REJECT_QUEUE)工作区(同CRTPERCBAT01)：
*> 记账失败的代授权批准入队，修补放行后由REJRESUB01经
*> CHNLUTILPOST01补记用量
01  WS-REJ-SEQ-NO           PIC X(14).
01  WS-REJ-SEQ-NO-NUM REDEFINES WS-REJ-SEQ-NO
                            PIC 9(14).
01  WS-REJ-DUP-COUNT        PIC 9(5).
01  WS-REJ-RETRY-COUNT      PIC 9(3).
01  WS-REJ-RSN-CD           PIC X(06).
01  WS-REJ-RSN-MSG          PIC X(50).
01  WS-REJ-REC-TEXT         PIC X(512).
01  WS-CURRENT-DATE-TIME    PIC X(21).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO        PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD          PIC X(01).
01  WS-BD-SET-DT           PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区：断联可能一日多次，报告按
*> 业务日期+运行时刻分代
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'STANDINRPLY01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 断联代授权事后回放批：核心恢复后读交换送回的代授权决策文件，
*> 经FILEVER01整体校验后逐条处理——代授权批准的先按交易时刻
*> 经CTRLSCRN01回放实时筛查(先评估后记账，避免本笔用量把自己
*> 算超)，再经CHNLUTILPOST01补记渠道用量；实时筛查会拒绝或转
*> 人工的批准逐条进报告。已回放的交换参考号记STANDIN_REPLAY_LOG，
*> 同一文件重送或日内多次断联重跑不重复记账；记账失败的进
*> BATCH_REJECT_QUEUE待修补放行(REJRESUB01补记)
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'STANDIN.REPLAY.REPORT.'  DELIMITED BY SIZE
           WS-BD-BIZ-DT              DELIMITED BY SIZE
           '.'                       DELIMITED BY SIZE
           WS-CURRENT-DATE-TIME(9:6) DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    *> 0) 入站文件按全行头尾约定先整体校验，不过即整批拒收
    CALL 'FILEVER01' USING WS-FV-FILE-NAME, WS-FV-INTERFACE-ID,
                           WS-FV-RESP-CODE, WS-FV-RESP-MSG,
                           WS-FV-REC-COUNT, WS-FV-BIZ-DT
    END-CALL
    IF WS-FV-RESP-CODE NOT = '000000'
       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-RECORD
       STRING 'FILE REJECTED: ' DELIMITED BY SIZE
              WS-FV-RESP-MSG    DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '代授权决策文件校验不过，整批拒收:' WS-FV-RESP-MSG
       GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '断联代授权回放报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 1) 逐条回放
    MOVE 'N' TO WS-EOF-FLG
    OPEN INPUT DECISION-FILE
    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ DECISION-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF DECISION-RECORD(1:2) NOT = 'HD'
                AND DECISION-RECORD(1:2) NOT = 'TR'
                PERFORM REPLAY-ONE-DECISION
             END-IF
       END-READ
    END-PERFORM
    CLOSE DECISION-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '读入:'              DELIMITED BY SIZE
           WS-READ-COUNT        DELIMITED BY SIZE
           ' 批准:'             DELIMITED BY SIZE
           WS-APPROVED-COUNT    DELIMITED BY SIZE
           ' 拒绝:'             DELIMITED BY SIZE
           WS-DECLINED-COUNT    DELIMITED BY SIZE
           ' 已记账:'           DELIMITED BY SIZE
           WS-POSTED-COUNT      DELIMITED BY SIZE
           ' 实时会拒绝:'       DELIMITED BY SIZE
           WS-WOULD-DENY-COUNT  DELIMITED BY SIZE
           ' 实时会转人工:'     DELIMITED BY SIZE
           WS-WOULD-REFER-COUNT DELIMITED BY SIZE
           ' 已回放:'           DELIMITED BY SIZE
           WS-DUP-COUNT         DELIMITED BY SIZE
           ' 失败:'             DELIMITED BY SIZE
           WS-FAIL-COUNT        DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记
    MOVE WS-WOULD-DENY-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '断联代授权回放批完成，批准:' WS-APPROVED-COUNT
            ' 实时会拒绝:' WS-WOULD-DENY-COUNT
            ' 失败:' WS-FAIL-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 一条代授权决策：已回放过的跳过；拒绝的只计数；批准的先按
*> 交易时刻回放筛查，再补记用量
REPLAY-ONE-DECISION.
    ADD 1 TO WS-READ-COUNT
    MOVE SPACES TO WS-SCRN-RESP-CODE
    MOVE SPACES TO WS-SCRN-RESP-MSG
    MOVE SPACES TO WS-SCRN-DECISION-CD
    MOVE SPACES TO WS-SCRN-RSN-CDS
    MOVE SPACES TO WS-POST-RESP-CODE
    MOVE SPACES TO WS-POST-RESP-MSG

    IF SD-DECISION-CD NOT = 'A' AND SD-DECISION-CD NOT = 'D'
       ADD 1 TO WS-FAIL-COUNT
       MOVE 'F20312' TO WS-POST-RESP-CODE
       MOVE '代授权决策必须为A批准或D拒绝' TO WS-POST-RESP-MSG
       MOVE 'FAILED' TO WS-RESULT-CD
       PERFORM WRITE-REPLAY-LINE
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-LOG-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-LOG-COUNT
          FROM STANDIN_REPLAY_LOG
         WHERE TENANT_NO = :SD-TENANT-NO
           AND SWITCH_REF_NO = :SD-SWITCH-REF-NO
    END-EXEC
    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       MOVE 'E12001' TO WS-POST-RESP-CODE
       MOVE '回放登记簿查询失败' TO WS-POST-RESP-MSG
       MOVE 'FAILED' TO WS-RESULT-CD
       PERFORM WRITE-REPLAY-LINE
       EXIT PARAGRAPH
    END-IF
    IF WS-LOG-COUNT > 0
       ADD 1 TO WS-DUP-COUNT
       EXIT PARAGRAPH
    END-IF

    IF SD-DECISION-CD = 'D'
       ADD 1 TO WS-DECLINED-COUNT
       MOVE ' ' TO WS-POST-STUS-CD
       PERFORM WRITE-REPLAY-LOG
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-APPROVED-COUNT

    *> 1) 按交易时刻回放实时筛查
    CALL 'CTRLSCRN01' USING SD-CUST-NO, SD-TENANT-NO,
                            SD-PMIT-TERMINAL-CD, SD-TX-AMT,
                            SD-CURR-CD, WS-SCRN-RESP-CODE,
                            WS-SCRN-RESP-MSG, WS-SCRN-DECISION-CD,
                            WS-SCRN-RSN-COUNT, WS-SCRN-RSN-TABLE,
                            SD-TX-CNTRY-CD, SD-PAYEE-ACCT-NO,
                            SD-TX-TM
    END-CALL

    IF WS-SCRN-RESP-CODE NOT = '000000'
       AND WS-SCRN-RESP-CODE NOT = 'W20001'
       MOVE SPACES TO WS-SCRN-DECISION-CD
    END-IF

    MOVE SPACES TO WS-SCRN-RSN-CDS
    PERFORM VARYING WS-SCRN-RSN-IDX FROM 1 BY 1
            UNTIL WS-SCRN-RSN-IDX > WS-SCRN-RSN-COUNT
               OR WS-SCRN-RSN-IDX > 10
       MOVE WS-SCRN-RSN-CD(WS-SCRN-RSN-IDX)
         TO WS-SCRN-RSN-CDS(WS-SCRN-RSN-IDX * 4 - 3:4)
    END-PERFORM

    *> 2) 补记渠道用量：钱已经出去了，筛查结论不影响记账
    CALL 'CHNLUTILPOST01' USING SD-TENANT-NO, SD-CUST-NO,
                                SD-PMIT-TERMINAL-CD, SD-CURR-CD,
                                SD-TX-AMT, WS-POST-RESP-CODE,
                                WS-POST-RESP-MSG
    END-CALL

    IF WS-POST-RESP-CODE = '000000'
       ADD 1 TO WS-POSTED-COUNT
       MOVE '1' TO WS-POST-STUS-CD
    ELSE
       ADD 1 TO WS-FAIL-COUNT
       MOVE '0' TO WS-POST-STUS-CD
       MOVE 'POST-FAILED' TO WS-RESULT-CD
       PERFORM WRITE-REPLAY-LINE
       MOVE WS-POST-RESP-CODE TO WS-REJ-RSN-CD
       MOVE WS-POST-RESP-MSG TO WS-REJ-RSN-MSG
       PERFORM WRITE-REJECT-QUEUE-ROW
    END-IF

    *> 3) 实时筛查会拒绝/转人工/无法回放的批准进报告
    EVALUATE WS-SCRN-DECISION-CD
       WHEN 'D'
          ADD 1 TO WS-WOULD-DENY-COUNT
          MOVE 'WOULD-DENY' TO WS-RESULT-CD
          PERFORM WRITE-REPLAY-LINE
       WHEN 'R'
          ADD 1 TO WS-WOULD-REFER-COUNT
          MOVE 'WOULD-REFER' TO WS-RESULT-CD
          PERFORM WRITE-REPLAY-LINE
       WHEN 'A'
          CONTINUE
       WHEN OTHER
          MOVE 'SCRN-FAILED' TO WS-RESULT-CD
          PERFORM WRITE-REPLAY-LINE
    END-EVALUATE

    PERFORM WRITE-REPLAY-LOG.

*> 回放登记：交换参考号、代授权决策、实时回放决策与原因、记账
*> 状态('1'已记账/'0'记账失败已入拒绝队列/空=代授权拒绝无需记账)
WRITE-REPLAY-LOG.
    EXEC SQL
        INSERT INTO STANDIN_REPLAY_LOG (
            TENANT_NO, SWITCH_REF_NO, CUST_NO, PMIT_TERMINAL_CD,
            CURR_CD, TX_AMT, TX_TM, STANDIN_DECISION_CD,
            LIVE_DECISION_CD, RSN_CDS, POST_STUS_CD, BIZ_DT,
            CRT_TM
        ) VALUES (
            :SD-TENANT-NO, :SD-SWITCH-REF-NO, :SD-CUST-NO,
            :SD-PMIT-TERMINAL-CD, :SD-CURR-CD, :SD-TX-AMT,
            :SD-TX-TM, :SD-DECISION-CD, :WS-SCRN-DECISION-CD,
            :WS-SCRN-RSN-CDS, :WS-POST-STUS-CD, :WS-BD-BIZ-DT,
            CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '回放登记写入失败 交换参考号:' SD-SWITCH-REF-NO
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

WRITE-REPLAY-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING SD-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           SD-CUST-NO           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           SD-SWITCH-REF-NO     DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           SD-PMIT-TERMINAL-CD  DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           SD-TX-TM             DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           SD-CURR-CD           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           SD-TX-AMT            DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-RESULT-CD         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-SCRN-RSN-CDS      DELIMITED BY SPACE
           ' '                  DELIMITED BY SIZE
           WS-POST-RESP-CODE    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 记账失败的批准结构化入队：记录全文即文件记录原样，供
*> MGMTREJECT01修补放行、REJRESUB01补记
WRITE-REJECT-QUEUE-ROW.
    PERFORM ALLOC-REJ-SEQ-NO
    IF WS-REJ-DUP-COUNT NOT = 0
       DISPLAY '拒绝队列流水号分配失败 交换参考号:' SD-SWITCH-REF-NO
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-REJ-REC-TEXT
    MOVE DECISION-RECORD TO WS-REJ-REC-TEXT
    EXEC SQL
        INSERT INTO BATCH_REJECT_QUEUE (
            REJ_SEQ_NO, SRC_JOB_NM, REJ_RSN_CD, REJ_RSN_MSG,
            REC_TEXT, STUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :WS-REJ-SEQ-NO, 'STANDINRPLY01', :WS-REJ-RSN-CD,
            :WS-REJ-RSN-MSG, :WS-REJ-REC-TEXT, '0',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '拒绝队列写入失败 交换参考号:' SD-SWITCH-REF-NO
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

*> 拒绝流水号分配：时间戳起号后逐一核对防撞(同CRTPERCBAT01)
ALLOC-REJ-SEQ-NO.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-REJ-SEQ-NO
    MOVE 0 TO WS-REJ-RETRY-COUNT
    PERFORM CHECK-REJ-SEQ-NO-FREE
    PERFORM UNTIL WS-REJ-DUP-COUNT = 0
                  OR WS-REJ-RETRY-COUNT > 99
       ADD 1 TO WS-REJ-SEQ-NO-NUM
       ADD 1 TO WS-REJ-RETRY-COUNT
       PERFORM CHECK-REJ-SEQ-NO-FREE
    END-PERFORM.

CHECK-REJ-SEQ-NO-FREE.
    MOVE 0 TO WS-REJ-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-REJ-DUP-COUNT
          FROM BATCH_REJECT_QUEUE
         WHERE REJ_SEQ_NO = :WS-REJ-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-REJ-DUP-COUNT
       MOVE 100 TO WS-REJ-RETRY-COUNT
    END-IF.
