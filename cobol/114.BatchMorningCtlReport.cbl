01  WS-RC-CHKPT-KEY         PIC X(20).
01  WS-RC-STATUS-TXT        PIC X(10).

*> 分区实例(BATPART01，作业名'基础作业.Pnnn')逐行工作区：列在
*> 所属作业行下，耗时按运行控制起止时间戳在本程序算出
01  WS-PTN-JOB-NM           PIC X(20).
01  WS-PTN-STATUS-CD        PIC X(01).
01  WS-PTN-RECORDS          PIC 9(09).
01  WS-PTN-START-TM         PIC X(26).
01  WS-PTN-END-TM           PIC X(26).
01  WS-PTN-STATUS-TXT       PIC X(10).
01  WS-PTN-START-SEC        PIC 9(12).
01  WS-PTN-END-SEC          PIC 9(12).
01  WS-PTN-TS               PIC X(26).
01  WS-PTN-TS-SEC           PIC 9(12).

*> 入站文件(INBOUND_FILE_EXPECT/INBOUND_FILE_ARRIVAL，FILEMON01)
*> 逐行工作区：列在依赖作业行下，文件到达时间与作业起止对照
01  WS-INF-FILE-ID          PIC X(12).
01  WS-INF-SRC-SYS-NM       PIC X(20).
01  WS-INF-EXPECT-TM        PIC X(04).
01  WS-INF-CUTOFF-TM        PIC X(04).
01  WS-INF-STUS-CD          PIC X(01).
01  WS-INF-FIRST-SEEN-TM    PIC X(26).
01  WS-INF-LATE-FLG         PIC X(01).
01  WS-INF-STUS-TXT         PIC X(20).
01  WS-PTN-ELAPSED-SEC      PIC 9(09).
01  WS-PTN-ELAPSED-HH       PIC 9(04).
01  WS-PTN-ELAPSED-MM       PIC 9(02).
01  WS-PTN-ELAPSED-SS       PIC 9(02).
01  WS-PTN-ELAPSED-TXT      PIC X(12).

*> 未列入预期清单却起跑过的作业(计划外作业同样要被看见)
01  WS-XTR-JOB-NM           PIC X(20).
01  WS-XTR-STATUS-CD        PIC X(01).
01  WS-XTR-RECORDS          PIC 9(09).

*> 当日证据链锚点(AUDCHAINVFY01发布)：随本报告对外分发，事后
*> 整链重算也改不了已发出去的锚点
01  WS-ANC-CHAIN-ID         PIC X(10).
01  WS-ANC-SEQ-NO           PIC 9(12).
01  WS-ANC-HASH             PIC X(32).
01  WS-ANC-EXCP-CNT         PIC 9(07).
01  WS-ANC-COUNT            PIC 9(05) VALUE 0.

*> 批处理维护窗口(MAINT_WINDOW)：当日窗口何时开、何时关，期间
*> 紧急放行与放行使用次数
01  WS-MW-WIN-SEQ-NO        PIC X(14).
01  WS-MW-TENANT-NO         PIC X(10).
01  WS-MW-START-TM          PIC X(14).
01  WS-MW-END-TM            PIC X(14).
01  WS-MW-CLOSE-TM          PIC X(14).
01  WS-MW-STATUS-CD         PIC X(01).
01  WS-MW-SRC-CD            PIC X(01).
01  WS-MW-GRANT-CNT         PIC 9(05).
01  WS-MW-USE-CNT           PIC 9(05).
01  WS-MW-CLOSE-TXT         PIC X(20).
01  WS-MW-COUNT             PIC 9(05) VALUE 0.
01  WS-MW-NOW-TM            PIC X(14).

*> 监管报送提醒(REG_FILING_TRACK，REGFILCAL01生成期次)：已逾期、
*> 3天内到期仍未报送与已报送未回执的期次
01  WS-RF-TENANT-NO         PIC X(10).
01  WS-RF-OBLIG-ID          PIC X(12).
01  WS-RF-OBLIG-NM          PIC X(60).
01  WS-RF-RESP-TEAM-NM      PIC X(30).
01  WS-RF-PERIOD-END-DT     PIC X(08).
01  WS-RF-DUE-DT            PIC X(08).
01  WS-RF-STUS-CD           PIC X(01).
01  WS-RF-STUS-TXT          PIC X(12).
01  WS-RF-HORIZON-NUM       PIC 9(08).
01  WS-RF-HORIZON-DT        PIC X(08).
01  WS-RF-COUNT             PIC 9(05) VALUE 0.

*> 报表按日留代(文件名带日期代次)并登记报表产出台账(同
*> DUPSCAN01)，重跑不再悄悄覆盖昨天的证据
    *> 2) 计划外起跑的作业
    PERFORM LIST-UNEXPECTED-JOBS

    *> 3) 当日证据链锚点
    PERFORM LIST-CHAIN-ANCHORS

    *> 4) 批处理维护窗口起止
    PERFORM LIST-MAINT-WINDOWS

    *> 5) 监管报送提醒
    PERFORM LIST-REG-FILINGS

    MOVE SPACES TO REPORT-RECORD
    STRING '作业行数:'       DELIMITED BY SIZE
           WS-LINE-COUNT     DELIMITED BY SIZE
           WS-RC-CHKPT-KEY  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    PERFORM LIST-JOB-PARTITIONS
    PERFORM LIST-JOB-FILES.

*> 分区并行跑的作业：各分区实例一行(状态/记录数/耗时)，哪个分区
*> 拖慢了窗口、哪个分区失败待补跑一眼可见；失败/挂起的分区计入
*> 失败/中断数
LIST-JOB-PARTITIONS.
    EXEC SQL
        DECLARE PTN-JOB-CUR CURSOR FOR
        SELECT JOB_NM, STATUS_CD, RECORDS_PROCESSED, START_TM,
               COALESCE(END_TM, ' ')
          FROM BATCH_RUN_CTRL
         WHERE JOB_NM LIKE TRIM(:WS-EXP-JOB-NM) || '.P%'
           AND BIZ_DT = :WS-BIZ-DT
         ORDER BY JOB_NM
    END-EXEC.

    EXEC SQL OPEN PTN-JOB-CUR END-EXEC.
    IF SQLCODE NOT = 0
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH PTN-JOB-CUR
            INTO :WS-PTN-JOB-NM, :WS-PTN-STATUS-CD, :WS-PTN-RECORDS,
                 :WS-PTN-START-TM, :WS-PTN-END-TM
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ONE-PARTITION
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE PTN-JOB-CUR END-EXEC.

    *> 外层预期作业游标的循环条件不受分区游标影响
    MOVE 0 TO WS-FETCH-SQLCODE.

*> 作业依赖的入站文件：各文件一行(发送系统/到达状态/首次到达
*> 时间/预计与截止时刻)，与作业行的起止时间对照，作业晚跑是等
*> 文件还是作业本身慢一眼可见
LIST-JOB-FILES.
    EXEC SQL
        DECLARE INF-JOB-CUR CURSOR FOR
        SELECT E.FILE_ID, E.SRC_SYS_NM, E.EXPECT_TM, E.CUTOFF_TM,
               COALESCE(A.STUS_CD, ' '),
               COALESCE(CHAR(A.FIRST_SEEN_TM), ' '),
               COALESCE(A.LATE_ARRV_FLG, 'N')
          FROM INBOUND_FILE_EXPECT E
          LEFT JOIN INBOUND_FILE_ARRIVAL A
            ON A.TENANT_NO = E.TENANT_NO
           AND A.FILE_ID = E.FILE_ID
           AND A.BIZ_DT = :WS-BIZ-DT
         WHERE E.TENANT_NO = :WS-EXP-TENANT-NO
           AND E.DEP_JOB_NM = :WS-EXP-JOB-NM
           AND E.VALID_FLG = '1'
         ORDER BY E.EXPECT_TM, E.FILE_ID
    END-EXEC.

    EXEC SQL OPEN INF-JOB-CUR END-EXEC.
    IF SQLCODE NOT = 0
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH INF-JOB-CUR
            INTO :WS-INF-FILE-ID, :WS-INF-SRC-SYS-NM,
                 :WS-INF-EXPECT-TM, :WS-INF-CUTOFF-TM,
                 :WS-INF-STUS-CD, :WS-INF-FIRST-SEEN-TM,
                 :WS-INF-LATE-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ONE-JOB-FILE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE INF-JOB-CUR END-EXEC.

    *> 外层预期作业游标的循环条件不受文件游标影响
    MOVE 0 TO WS-FETCH-SQLCODE.

WRITE-ONE-JOB-FILE.
    EVALUATE WS-INF-STUS-CD
       WHEN 'A'
          IF WS-INF-LATE-FLG = 'Y'
             MOVE 'ARRIVED-LATE' TO WS-INF-STUS-TXT
          ELSE
             MOVE 'ARRIVED' TO WS-INF-STUS-TXT
          END-IF
       WHEN 'W'
       WHEN 'P'
       WHEN ' '
          MOVE 'NOT-ARRIVED' TO WS-INF-STUS-TXT
       WHEN 'L'
          MOVE 'MISSED-CUTOFF' TO WS-INF-STUS-TXT
       WHEN 'E'
          MOVE 'EMPTY' TO WS-INF-STUS-TXT
       WHEN 'X'
          MOVE 'BAD-HDR-TRL' TO WS-INF-STUS-TXT
       WHEN 'S'
          MOVE 'STALE' TO WS-INF-STUS-TXT
       WHEN 'D'
          MOVE 'DUPLICATE' TO WS-INF-STUS-TXT
       WHEN OTHER
          MOVE 'UNKNOWN' TO WS-INF-STUS-TXT
    END-EVALUATE

    MOVE SPACES TO REPORT-RECORD
    STRING '    入站文件: '      DELIMITED BY SIZE
           WS-INF-FILE-ID        DELIMITED BY SIZE
           ' '                   DELIMITED BY SIZE
           WS-INF-SRC-SYS-NM     DELIMITED BY SIZE
           ' '                   DELIMITED BY SIZE
           WS-INF-STUS-TXT       DELIMITED BY SIZE
           ' 到达:'              DELIMITED BY SIZE
           WS-INF-FIRST-SEEN-TM  DELIMITED BY SIZE
           ' 预计:'              DELIMITED BY SIZE
           WS-INF-EXPECT-TM      DELIMITED BY SIZE
           ' 截止:'              DELIMITED BY SIZE
           WS-INF-CUTOFF-TM      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-ONE-PARTITION.
    EVALUATE WS-PTN-STATUS-CD
       WHEN 'C'
          MOVE 'COMPLETED' TO WS-PTN-STATUS-TXT
       WHEN 'F'
          ADD 1 TO WS-FAILED-COUNT
          MOVE 'FAILED' TO WS-PTN-STATUS-TXT
       WHEN 'R'
          ADD 1 TO WS-FAILED-COUNT
          MOVE 'RUNNING' TO WS-PTN-STATUS-TXT
       WHEN OTHER
          MOVE 'UNKNOWN' TO WS-PTN-STATUS-TXT
    END-EVALUATE

    *> 耗时：起止时间戳(YYYY-MM-DD HH:MM:SS...)折成秒相减；未收尾
    *> 的分区没有止时间，耗时栏标RUNNING
    IF WS-PTN-END-TM = SPACES
       MOVE 'RUNNING' TO WS-PTN-ELAPSED-TXT
    ELSE
       MOVE WS-PTN-START-TM TO WS-PTN-TS
       PERFORM TIMESTAMP-TO-SECONDS
       MOVE WS-PTN-TS-SEC TO WS-PTN-START-SEC
       MOVE WS-PTN-END-TM TO WS-PTN-TS
       PERFORM TIMESTAMP-TO-SECONDS
       MOVE WS-PTN-TS-SEC TO WS-PTN-END-SEC
       IF WS-PTN-END-SEC < WS-PTN-START-SEC
          MOVE 0 TO WS-PTN-ELAPSED-SEC
       ELSE
          COMPUTE WS-PTN-ELAPSED-SEC =
                  WS-PTN-END-SEC - WS-PTN-START-SEC
       END-IF
       COMPUTE WS-PTN-ELAPSED-HH = WS-PTN-ELAPSED-SEC / 3600
       COMPUTE WS-PTN-ELAPSED-MM =
               FUNCTION MOD(WS-PTN-ELAPSED-SEC, 3600) / 60
       COMPUTE WS-PTN-ELAPSED-SS =
               FUNCTION MOD(WS-PTN-ELAPSED-SEC, 60)
       MOVE SPACES TO WS-PTN-ELAPSED-TXT
       STRING WS-PTN-ELAPSED-HH DELIMITED BY SIZE
              ':'               DELIMITED BY SIZE
              WS-PTN-ELAPSED-MM DELIMITED BY SIZE
              ':'               DELIMITED BY SIZE
              WS-PTN-ELAPSED-SS DELIMITED BY SIZE
         INTO WS-PTN-ELAPSED-TXT
       END-STRING
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING '    分区: '       DELIMITED BY SIZE
           WS-PTN-JOB-NM      DELIMITED BY SIZE
           ' '                DELIMITED BY SIZE
           WS-PTN-STATUS-TXT  DELIMITED BY SIZE
           ' 记录数:'         DELIMITED BY SIZE
           WS-PTN-RECORDS     DELIMITED BY SIZE
           ' 起:'             DELIMITED BY SIZE
           WS-PTN-START-TM    DELIMITED BY SIZE
           ' 止:'             DELIMITED BY SIZE
           WS-PTN-END-TM      DELIMITED BY SIZE
           ' 耗时:'           DELIMITED BY SIZE
           WS-PTN-ELAPSED-TXT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 时间戳折秒：日期取INTEGER-OF-DATE日序号×86400，加时分秒
TIMESTAMP-TO-SECONDS.
    MOVE 0 TO WS-PTN-TS-SEC
    IF WS-PTN-TS(1:4) IS NUMERIC AND WS-PTN-TS(6:2) IS NUMERIC
       AND WS-PTN-TS(9:2) IS NUMERIC AND WS-PTN-TS(12:2) IS NUMERIC
       AND WS-PTN-TS(15:2) IS NUMERIC AND WS-PTN-TS(18:2) IS NUMERIC
       COMPUTE WS-PTN-TS-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PTN-TS(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-PTN-TS(6:2)) * 100
                 + FUNCTION NUMVAL(WS-PTN-TS(9:2))) * 86400
             + FUNCTION NUMVAL(WS-PTN-TS(12:2)) * 3600
             + FUNCTION NUMVAL(WS-PTN-TS(15:2)) * 60
             + FUNCTION NUMVAL(WS-PTN-TS(18:2))
    END-IF.

*> 当日起跑过但未列入预期清单的作业(计划外运行同样是异常)
LIST-UNEXPECTED-JOBS.
    EXEC SQL
                             FROM BATCH_EXPECTED_JOB E
                            WHERE E.JOB_NM = R.JOB_NM
                              AND E.VALID_FLG = '1')
           AND NOT EXISTS (SELECT 1
                             FROM BATCH_EXPECTED_JOB E
                            WHERE R.JOB_NM LIKE TRIM(E.JOB_NM) || '.P%'
                              AND E.VALID_FLG = '1')
         ORDER BY R.JOB_NM
    END-EXEC.

    END-PERFORM.

    EXEC SQL CLOSE XTR-JOB-CUR END-EXEC.

*> 当日证据链锚点：每条链一行(链尾序号/摘要/复核异常数)。未发布
*> 即说明证据链复核批没跑完，单列一行提醒
LIST-CHAIN-ANCHORS.
    EXEC SQL
        DECLARE ANC-CUR CURSOR FOR
        SELECT CHAIN_ID, ANCHOR_SEQ_NO, ANCHOR_HASH, VERIFY_EXCP_CNT
          FROM AUDIT_CHAIN_ANCHOR
         WHERE BIZ_DT = :WS-BIZ-DT
         ORDER BY CHAIN_ID
    END-EXEC.

    EXEC SQL OPEN ANC-CUR END-EXEC.
    IF SQLCODE NOT = 0
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH ANC-CUR
            INTO :WS-ANC-CHAIN-ID, :WS-ANC-SEQ-NO, :WS-ANC-HASH,
                 :WS-ANC-EXCP-CNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-ANC-COUNT
          MOVE SPACES TO REPORT-RECORD
          STRING '证据链锚点: '  DELIMITED BY SIZE
                 WS-ANC-CHAIN-ID DELIMITED BY SIZE
                 ' 序号:'        DELIMITED BY SIZE
                 WS-ANC-SEQ-NO   DELIMITED BY SIZE
                 ' 摘要:'        DELIMITED BY SIZE
                 WS-ANC-HASH     DELIMITED BY SIZE
                 ' 复核异常:'    DELIMITED BY SIZE
                 WS-ANC-EXCP-CNT DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE ANC-CUR END-EXEC.

    IF WS-ANC-COUNT = 0
       MOVE SPACES TO REPORT-RECORD
       MOVE '证据链锚点: 当日未发布(AUDCHAINVFY01未完成)'
         TO REPORT-RECORD
       WRITE REPORT-RECORD
    END-IF.

*> 批处理维护窗口：当日每个窗口一行(范围/来源/开窗时间/关窗时间/
*> 紧急放行数/放行使用数)。已关闭的报实际关窗时间；到点自然结束
*> 的报计划结束时间；仍生效的报STILL OPEN——窗口忘了关，白天的
*> 柜面维护会一直被挡
LIST-MAINT-WINDOWS.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MW-NOW-TM
    EXEC SQL
        DECLARE MW-CUR CURSOR FOR
        SELECT W.WIN_SEQ_NO, W.TENANT_NO, W.WIN_START_TM,
               W.WIN_END_TM, W.CLOSE_TM, W.STATUS_CD, W.OPEN_SRC_CD,
               (SELECT COUNT(*) FROM MAINT_WIN_OVERRIDE_LOG L
                 WHERE L.WIN_SEQ_NO = W.WIN_SEQ_NO
                   AND L.EVENT_CD = 'G'),
               (SELECT COUNT(*) FROM MAINT_WIN_OVERRIDE_LOG L
                 WHERE L.WIN_SEQ_NO = W.WIN_SEQ_NO
                   AND L.EVENT_CD = 'U')
          FROM MAINT_WINDOW W
         WHERE W.BIZ_DT = :WS-BIZ-DT
         ORDER BY W.WIN_START_TM, W.WIN_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN MW-CUR END-EXEC.
    IF SQLCODE NOT = 0
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MW-CUR
            INTO :WS-MW-WIN-SEQ-NO, :WS-MW-TENANT-NO,
                 :WS-MW-START-TM, :WS-MW-END-TM, :WS-MW-CLOSE-TM,
                 :WS-MW-STATUS-CD, :WS-MW-SRC-CD,
                 :WS-MW-GRANT-CNT, :WS-MW-USE-CNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-MW-COUNT
          EVALUATE TRUE
             WHEN WS-MW-STATUS-CD = '2'
                MOVE WS-MW-CLOSE-TM TO WS-MW-CLOSE-TXT
             WHEN WS-MW-END-TM <= WS-MW-NOW-TM
                MOVE WS-MW-END-TM TO WS-MW-CLOSE-TXT
             WHEN OTHER
                MOVE 'STILL OPEN' TO WS-MW-CLOSE-TXT
          END-EVALUATE
          MOVE SPACES TO REPORT-RECORD
          STRING '维护窗口: '     DELIMITED BY SIZE
                 WS-MW-WIN-SEQ-NO DELIMITED BY SIZE
                 ' 范围:'         DELIMITED BY SIZE
                 WS-MW-TENANT-NO  DELIMITED BY SIZE
                 ' 来源:'         DELIMITED BY SIZE
                 WS-MW-SRC-CD     DELIMITED BY SIZE
                 ' 开:'           DELIMITED BY SIZE
                 WS-MW-START-TM   DELIMITED BY SIZE
                 ' 关:'           DELIMITED BY SIZE
                 WS-MW-CLOSE-TXT  DELIMITED BY SIZE
                 ' 紧急放行:'     DELIMITED BY SIZE
                 WS-MW-GRANT-CNT  DELIMITED BY SIZE
                 ' 放行使用:'     DELIMITED BY SIZE
                 WS-MW-USE-CNT    DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE MW-CUR END-EXEC.

    IF WS-MW-COUNT = 0
       MOVE SPACES TO REPORT-RECORD
       MOVE '维护窗口: 当日无批处理维护窗口' TO REPORT-RECORD
       WRITE REPORT-RECORD
    END-IF.

*> 监管报送提醒：报送日历中已逾期(到期日已过仍未报送)、3天内
*> 到期仍未报送、已报送未回执的期次各一行(租户/义务/期末/到期日/
*> 状态/责任团队)，晨会上直接派给责任团队
LIST-REG-FILINGS.
    COMPUTE WS-RF-HORIZON-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BIZ-DT)) + 3)
    MOVE WS-RF-HORIZON-NUM TO WS-RF-HORIZON-DT

    EXEC SQL
        DECLARE RF-CUR CURSOR FOR
        SELECT T.TENANT_NO, T.OBLIG_ID, C.OBLIG_NM, C.RESP_TEAM_NM,
               T.PERIOD_END_DT, T.DUE_DT, T.STUS_CD
          FROM REG_FILING_TRACK T
          JOIN REG_FILING_CALENDAR C
            ON C.TENANT_NO = T.TENANT_NO
           AND C.OBLIG_ID = T.OBLIG_ID
         WHERE (T.STUS_CD IN ('0', '1')
                AND T.DUE_DT <= :WS-RF-HORIZON-DT)
            OR T.STUS_CD = '2'
         ORDER BY T.DUE_DT, T.TENANT_NO, T.OBLIG_ID
    END-EXEC.

    EXEC SQL OPEN RF-CUR END-EXEC.
    IF SQLCODE NOT = 0
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH RF-CUR
            INTO :WS-RF-TENANT-NO, :WS-RF-OBLIG-ID, :WS-RF-OBLIG-NM,
                 :WS-RF-RESP-TEAM-NM, :WS-RF-PERIOD-END-DT,
                 :WS-RF-DUE-DT, :WS-RF-STUS-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-RF-COUNT
          EVALUATE TRUE
             WHEN WS-RF-STUS-CD = '2'
                MOVE 'UNACKED' TO WS-RF-STUS-TXT
             WHEN WS-RF-DUE-DT < WS-BIZ-DT
                MOVE 'OVERDUE' TO WS-RF-STUS-TXT
             WHEN OTHER
                MOVE 'DUE SOON' TO WS-RF-STUS-TXT
          END-EVALUATE
          MOVE SPACES TO REPORT-RECORD
          STRING '报送提醒: '        DELIMITED BY SIZE
                 WS-RF-TENANT-NO     DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-RF-OBLIG-ID      DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-RF-STUS-TXT      DELIMITED BY SIZE
                 ' 期末:'            DELIMITED BY SIZE
                 WS-RF-PERIOD-END-DT DELIMITED BY SIZE
                 ' 到期:'            DELIMITED BY SIZE
                 WS-RF-DUE-DT        DELIMITED BY SIZE
                 ' 责任团队:'        DELIMITED BY SIZE
                 WS-RF-RESP-TEAM-NM  DELIMITED BY '  '
                 ' '                 DELIMITED BY SIZE
                 WS-RF-OBLIG-NM      DELIMITED BY '  '
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE RF-CUR END-EXEC.

    IF WS-RF-COUNT = 0
       MOVE SPACES TO REPORT-RECORD
       MOVE '报送提醒: 无逾期、临期或未回执的监管报送'
         TO REPORT-RECORD
       WRITE REPORT-RECORD
    END-IF.
