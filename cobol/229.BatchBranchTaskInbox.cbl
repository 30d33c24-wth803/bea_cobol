IDENTIFICATION DIVISION.
PROGRAM-ID. BRTASKBAT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 网点待办账龄日报：按租户+网点+任务类型列在办笔数与逾期笔数
*> (逾期1-7天/8-30天/30天以上)，网点小计行在每个网点末尾
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-ROW-COUNT            PIC S9(9) COMP-4.

01  WS-SRC-COUNT            PIC 9(9) VALUE 0.
01  WS-NEW-COUNT            PIC 9(9) VALUE 0.
01  WS-UPD-COUNT            PIC 9(9) VALUE 0.
01  WS-KEPT-CLOSED-COUNT    PIC 9(9) VALUE 0.
01  WS-UNROUTED-COUNT       PIC 9(9) VALUE 0.
01  WS-CLOSE-COUNT          PIC 9(9) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(9) VALUE 0.
01  WS-OVERDUE-TOTAL        PIC 9(9) VALUE 0.

*> 本次刷新批次号(起跑时间戳)：本次未再出现的在办任务视为源头
*> 已结项——同日FORCE重跑也能正确关掉白天已处理掉的事项
01  WS-CURRENT-DATE-TIME    PIC X(21).
01  WS-REFRESH-ID           PIC X(14).
01  WS-COLLECT-OK-FLG       PIC X(01) VALUE 'N'.

*> 源头游标读出的一行(各工作清单/报表统一成同一形状)
01  WS-SR-TYP-CD            PIC X(04).
01  WS-SR-TENANT-NO         PIC X(10).
01  WS-SR-CUST-NO           PIC X(20).
01  WS-SR-LINK-KEY          PIC X(50).
01  WS-SR-RSN-CD            PIC X(20).
01  WS-SR-BASE-DT           PIC X(10).     *> 起算日(YYYY-MM-DD或
                                           *> YYYYMMDD，空白按首见日)
01  WS-SR-DUE-DT            PIC X(08).     *> 源头自带的到期日(可空)
01  WS-SR-ASSIGNEE          PIC X(10).
01  WS-SR-BRANCH-NO         PIC X(10).

*> 落入收件箱的任务
01  WS-TASK-SEQ-NO          PIC X(14).
01  WS-TASK-SEQ-NO-NUM REDEFINES WS-TASK-SEQ-NO
                            PIC 9(14).
01  WS-NEXT-SEQ-NO          PIC 9(14).
01  WS-TK-STATUS-CD         PIC X(01).
01  WS-TASK-FAIL-FLG        PIC X(01).
01  WS-TK-BRANCH-NO         PIC X(10).
01  WS-TK-ASSIGNEE          PIC X(10).
01  WS-TK-SRC-NM            PIC X(30).
01  WS-TK-OWNER-PGM-ID      PIC X(20).
01  WS-TK-CRT-DT            PIC X(08).
01  WS-TK-DUE-DT            PIC X(08).
01  WS-TK-SORT-KEY          PIC X(30).
01  WS-SLA-DAYS             PIC 9(03).

*> 日期推算
01  WS-WORK-INT             PIC 9(7).
01  WS-WORK-NUM             PIC 9(8).
01  WS-BIZ-DT-NUM           PIC 9(8).
01  WS-CRTF-WARN-DT         PIC X(08).     *> 证件90天内到期
01  WS-DORM-FROM-DT         PIC X(08).     *> 近90天转睡眠
01  WS-ADLT-FROM-DT         PIC X(08).     *> 近一年满18岁
01  WS-D7-DT                PIC X(08).
01  WS-D30-DT               PIC X(08).

*> 账龄汇总游标读出的一行与网点小计
01  WS-AG-TENANT-NO         PIC X(10).
01  WS-AG-BRANCH-NO         PIC X(10).
01  WS-AG-TYP-CD            PIC X(04).
01  WS-AG-OPEN-CNT          PIC 9(7).
01  WS-AG-OVD-CNT           PIC 9(7).
01  WS-AG-OVD7-CNT          PIC 9(7).
01  WS-AG-OVD30-CNT         PIC 9(7).
01  WS-AG-OVD99-CNT         PIC 9(7).
01  WS-PREV-TENANT-NO       PIC X(10) VALUE SPACES.
01  WS-PREV-BRANCH-NO       PIC X(10) VALUE SPACES.
01  WS-BR-OPEN-CNT          PIC 9(7) VALUE 0.
01  WS-BR-OVD-CNT           PIC 9(7) VALUE 0.

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑(白天需要刷新收件箱时用)
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'BRTASKBAT01'.
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
01  WS-RR-JOB-NM            PIC X(20) VALUE 'BRTASKBAT01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 网点待办收件箱刷新批：网点每天早上要分别翻报送更正、对公尽调
*> 复核、监护异常、受益所有人筛查、筛查案件、疑似重复客户、冷静期
*> 确认、待授权，以及证件到期/监护到期成年/睡眠户报表，漏看的
*> 事项层出不穷。本批把各源头的在办事项统一归集到
*> BRANCH_TASK_INBOX(按TASK_TYP_CD+LINK_KEY对应回源头，LINK_KEY
*> 交由OWNER_PGM_ID所示维护程序处理)，按网点(客户归属网点；待授权
*> 按经办柜员网点)分发、按到期日与起算日排序，供QRYBRTASK01分页
*> 查询、MGMTBRTASK01登记联系结果；源头已结项的任务本批关闭。
*> 末尾出按网点的逾期账龄日报
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
    PERFORM CLOSE-RUN-CONTROL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-REFRESH-ID
    PERFORM CALC-WINDOW-DATES
    PERFORM INIT-TASK-SEQ-NO

    *> 1) 归集各源头在办事项
    PERFORM COLLECT-SOURCE-TASKS

    *> 2) 本次未再出现的在办任务关闭(源头已结项)；归集没有完整
    *> 读完时不关，免得把在办事项误关
    IF WS-COLLECT-OK-FLG = 'Y'
       PERFORM CLOSE-VANISHED-TASKS
    ELSE
       DISPLAY '待办源头未完整读完，本次不关闭任务'
    END-IF

    *> 3) 按网点出逾期账龄日报
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'BRANCH.TASK.AGEING.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '网点待办账龄日报 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    PERFORM WRITE-AGEING-REPORT

    MOVE SPACES TO REPORT-RECORD
    STRING '源头事项:'          DELIMITED BY SIZE
           WS-SRC-COUNT         DELIMITED BY SIZE
           ' 新增:'             DELIMITED BY SIZE
           WS-NEW-COUNT         DELIMITED BY SIZE
           ' 更新:'             DELIMITED BY SIZE
           WS-UPD-COUNT         DELIMITED BY SIZE
           ' 源头结项关闭:'     DELIMITED BY SIZE
           WS-CLOSE-COUNT       DELIMITED BY SIZE
           ' 已联系结项不重开:' DELIMITED BY SIZE
           WS-KEPT-CLOSED-COUNT DELIMITED BY SIZE
           ' 无归属网点:'       DELIMITED BY SIZE
           WS-UNROUTED-COUNT    DELIMITED BY SIZE
           ' 失败:'             DELIMITED BY SIZE
           WS-FAIL-COUNT        DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE

    *> 报表产出登记：需跟进的是逾期任务总数
    MOVE WS-OVERDUE-TOTAL TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-SRC-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '网点待办收件箱刷新完成，源头事项:' WS-SRC-COUNT
            ' 新增:' WS-NEW-COUNT ' 关闭:' WS-CLOSE-COUNT
            ' 逾期:' WS-OVERDUE-TOTAL ' 失败:' WS-FAIL-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

CLOSE-RUN-CONTROL.
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL.

*> 源头窗口与账龄分档日期：证件到期同CRTFEXPIRE01取90天内；睡眠户
*> 取近90天新转睡眠(历史睡眠户由DORMREACT01激活流程处理，不进
*> 待办)；监护到期成年取近一年满18岁(同GRDNMATUR01按YYYYMMDD
*> 数值相减)
CALC-WINDOW-DATES.
    MOVE WS-BD-BIZ-DT TO WS-BIZ-DT-NUM
    COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-BIZ-DT-NUM)
                          + 90
    COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
    MOVE WS-WORK-NUM TO WS-CRTF-WARN-DT

    COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-BIZ-DT-NUM)
                          - 90
    COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
    MOVE WS-WORK-NUM TO WS-DORM-FROM-DT

    COMPUTE WS-WORK-NUM = WS-BIZ-DT-NUM - 190000
    MOVE WS-WORK-NUM TO WS-ADLT-FROM-DT

    COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-BIZ-DT-NUM)
                          - 7
    COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
    MOVE WS-WORK-NUM TO WS-D7-DT

    COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-BIZ-DT-NUM)
                          - 30
    COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
    MOVE WS-WORK-NUM TO WS-D30-DT.

*> 任务流水号：业务日期+6位顺序号，接着表中已有最大号往下编(同日
*> 重跑不撞号)
INIT-TASK-SEQ-NO.
    MOVE SPACES TO WS-TASK-SEQ-NO
    EXEC SQL
        SELECT COALESCE(MAX(TASK_SEQ_NO), ' ')
          INTO :WS-TASK-SEQ-NO
          FROM BRANCH_TASK_INBOX
    END-EXEC
    COMPUTE WS-NEXT-SEQ-NO = WS-BIZ-DT-NUM * 1000000
    IF SQLCODE = 0 AND WS-TASK-SEQ-NO IS NUMERIC
       AND WS-TASK-SEQ-NO-NUM > WS-NEXT-SEQ-NO
       MOVE WS-TASK-SEQ-NO-NUM TO WS-NEXT-SEQ-NO
    END-IF.

*> 各源头的在办事项统一成同一形状逐行读出。多行对应同一客户的
*> 清单(报送更正、尽调复核、监护异常、受益所有人筛查、登记差异)按
*> 客户合并成一件任务；案件、授权、身故通报、重复客户对按各自
*> 流水号/客户对一件一任务
COLLECT-SOURCE-TASKS.
    EXEC SQL
        DECLARE BT-SRC-CUR CURSOR FOR
        SELECT 'RGCR', ' ', CUST_NO, CUST_NO, MIN(REG_RSN_CD),
               MIN(SUBSTR(CRT_TM, 1, 10)), ' ', ' ', ' '
          FROM REG_CORR_WORKLIST
         WHERE STATUS_CD = '0'
         GROUP BY CUST_NO
        UNION ALL
        SELECT 'CDDR', TENANT_NO, CUST_NO, CUST_NO, MIN(DUE_RSN_CD),
               MIN(DUE_DT), ' ', ' ', ' '
          FROM CORP_DD_REVIEW_WORKLIST
         WHERE STATUS_CD = '0'
         GROUP BY TENANT_NO, CUST_NO
        UNION ALL
        SELECT 'GRDN', TENANT_NO, CUST_NO, CUST_NO, MIN(EXC_RSN_CD),
               MIN(SUBSTR(CRT_TM, 1, 10)), ' ', ' ', ' '
          FROM GRDN_INTEG_WORKLIST
         WHERE STATUS_CD = '0'
         GROUP BY TENANT_NO, CUST_NO
        UNION ALL
        SELECT 'BOSR', TENANT_NO, CUST_NO, CUST_NO, MIN(HIT_SRC_CD),
               MIN(SUBSTR(CRT_TM, 1, 10)), ' ', ' ', ' '
          FROM BO_SCREEN_REVIEW
         WHERE STATUS_CD = '0'
         GROUP BY TENANT_NO, CUST_NO
        UNION ALL
        SELECT 'SCRN', TENANT_NO, CUST_NO, CASE_SEQ_NO, SRC_RSN_CD,
               SUBSTR(CRT_TM, 1, 10), ' ',
               COALESCE(ASSIGNED_TELR_NO, ' '), ' '
          FROM SCREEN_CASE
         WHERE STATUS_CD IN ('0', '1')
        UNION ALL
        SELECT 'DUPC', TENANT_NO, CUST_NO_1,
               TRIM(CUST_NO_1) || '/' || TRIM(CUST_NO_2), ' ',
               SUBSTR(CRT_TM, 1, 10), ' ', ' ', ' '
          FROM CUST_DUP_CANDIDATE
         WHERE REVIEW_STATUS = '0'
        UNION ALL
        SELECT 'COOL', ' ', CUST_NO,
               TRIM(CUST_NO) || '/' || TRIM(FLD_NM), FLD_NM,
               SUBSTR(CRT_TM, 1, 10), ' ', ' ', ' '
          FROM COOLOFF_CONFIRM_QUEUE
         WHERE SEND_STUS_CD = '0'
        UNION ALL
        SELECT 'PAUT', A.TENANT_NO, COALESCE(A.CUST_NO, ' '),
               A.AUTH_SEQ_NO, A.OPER_PROGRAM,
               SUBSTR(A.CRT_TM, 1, 10), ' ', ' ',
               COALESCE((SELECT MAX(T.BRANCH_NO) FROM TELLER_INFO T
                          WHERE T.TENANT_NO = A.TENANT_NO
                            AND T.TELR_NO = A.CRT_TELR_NO), ' ')
          FROM CUST_PENDING_AUTH A
         WHERE A.STATUS_CD = '0'
        UNION ALL
        SELECT 'CRDS', TENANT_NO, CUST_NO, CUST_NO, MIN(DISC_TYP_CD),
               MIN(SUBSTR(CRT_TM, 1, 10)), ' ', ' ', ' '
          FROM CORP_REG_DISC_WORKLIST
         WHERE STATUS_CD = '0'
         GROUP BY TENANT_NO, CUST_NO
        UNION ALL
        SELECT 'DECD', TENANT_NO, CUST_NO, NOTICE_SEQ_NO, HIT_TYP_CD,
               SUBSTR(CRT_TM, 1, 10), ' ', ' ', ' '
          FROM DECD_NOTICE_WORKLIST
         WHERE STUS_CD = '0'
           AND CUST_NO NOT = SPACES
        UNION ALL
        SELECT 'ASTD', TENANT_NO, CUST_NO,
               TRIM(CUST_NO) || '/' || ADDR_TYP_CD, EXC_RSN_CD,
               SUBSTR(CRT_TM, 1, 10), ' ', ' ', ' '
          FROM ADDR_STD_WORKLIST
         WHERE STATUS_CD = '0'
        UNION ALL
        SELECT 'ARTN', TENANT_NO, CUST_NO,
               TRIM(CUST_NO) || '/' || ADDR_TYP_CD, RTN_RSN_CD,
               SUBSTR(CRT_TM, 1, 10), ' ', ' ',
               COALESCE(BRANCH_NO, ' ')
          FROM ADDR_RTN_WORKLIST
         WHERE STATUS_CD = '0'
        UNION ALL
        SELECT 'DGMB', TENANT_NO, CUST_NO,
               TRIM(CHNL_CD) || '/' || EXT_REQ_NO, CHNL_CD,
               SUBSTR(CRT_TM, 1, 10), ' ', ' ',
               COALESCE(BRANCH_NO, ' ')
          FROM DGTL_MOBILE_CHG_WORKLIST
         WHERE STATUS_CD = '0'
        UNION ALL
        SELECT 'CRTF', TENANT_NO, CUST_NO,
               TRIM(CUST_NO) || '/' || CRTF_MATR_DT, ' ',
               ' ', CRTF_MATR_DT, ' ', BRANCH_NO
          FROM CUSTOMER_BASIC_INFO
         WHERE VALID_FLG = '1'
           AND CRTF_MATR_DT NOT = SPACES
           AND CRTF_MATR_DT <= :WS-CRTF-WARN-DT
        UNION ALL
        SELECT 'ADLT', TENANT_NO, CUST_NO, CUST_NO, ' ',
               ' ', ' ', ' ', ' '
          FROM PERSONAL_CUSTOMER_INFO
         WHERE VALID_FLG = '1'
           AND GRDN_STUS_CD = '2'
           AND BIRTH_DT NOT = SPACES
           AND BIRTH_DT > :WS-ADLT-FROM-DT
        UNION ALL
        SELECT 'DORM', TENANT_NO, CUST_NO,
               TRIM(CUST_NO) || '/' || DORM_DT, ' ',
               DORM_DT, ' ', ' ', BRANCH_NO
          FROM CUSTOMER_BASIC_INFO
         WHERE VALID_FLG = '1'
           AND DORM_FLG = '1'
           AND DORM_DT >= :WS-DORM-FROM-DT
    END-EXEC.

    EXEC SQL OPEN BT-SRC-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '待办源头游标打开失败 SQLCODE:' SQLCODE
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH BT-SRC-CUR
            INTO :WS-SR-TYP-CD, :WS-SR-TENANT-NO, :WS-SR-CUST-NO,
                 :WS-SR-LINK-KEY, :WS-SR-RSN-CD, :WS-SR-BASE-DT,
                 :WS-SR-DUE-DT, :WS-SR-ASSIGNEE, :WS-SR-BRANCH-NO
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-SRC-COUNT
          PERFORM MERGE-ONE-TASK
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE = 100
       MOVE 'Y' TO WS-COLLECT-OK-FLG
    ELSE
       DISPLAY '待办源头读取中断 SQLCODE:' WS-FETCH-SQLCODE
    END-IF

    EXEC SQL CLOSE BT-SRC-CUR END-EXEC.

*> 一件源头事项并入收件箱：补租户/网点/经办人，查既有任务，在办
*> 的刷新、没有的新增；已经联系结项的不重开。单件单独提交
MERGE-ONE-TASK.
    PERFORM RESOLVE-TASK-ROUTING
    IF WS-TK-BRANCH-NO = SPACES OR WS-SR-TENANT-NO = SPACES
       ADD 1 TO WS-UNROUTED-COUNT
       EXIT PARAGRAPH
    END-IF

    PERFORM SET-TASK-TYPE-ATTR

    MOVE 'N' TO WS-TASK-FAIL-FLG
    MOVE SPACES TO WS-TASK-SEQ-NO
    MOVE SPACES TO WS-TK-STATUS-CD
    MOVE SPACES TO WS-TK-CRT-DT
    EXEC SQL
        SELECT TASK_SEQ_NO, STATUS_CD, CRT_DT
          INTO :WS-TASK-SEQ-NO, :WS-TK-STATUS-CD, :WS-TK-CRT-DT
          FROM BRANCH_TASK_INBOX
         WHERE TENANT_NO = :WS-SR-TENANT-NO
           AND TASK_TYP_CD = :WS-SR-TYP-CD
           AND LINK_KEY = :WS-SR-LINK-KEY
         ORDER BY TASK_SEQ_NO DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM FAIL-ONE-TASK
       EXIT PARAGRAPH
    END-IF
    IF SQLCODE = 0 AND WS-TK-STATUS-CD = '2'
       ADD 1 TO WS-KEPT-CLOSED-COUNT
       EXIT PARAGRAPH
    END-IF

    IF SQLCODE = 0 AND WS-TK-STATUS-CD = '0'
       PERFORM CALC-TASK-DUE-DT
       PERFORM UPDATE-OPEN-TASK
    ELSE
       *> 没有任务，或原任务已随源头结项后源头又出现同一事项：新开
       MOVE SPACES TO WS-TK-CRT-DT
       PERFORM CALC-TASK-DUE-DT
       PERFORM INSERT-NEW-TASK
    END-IF
    IF WS-TASK-FAIL-FLG = 'Y'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC.

*> 租户与网点：源头没带的按客户主档补(报送更正、冷静期队列不带
*> 租户)；经办人：筛查案件取受理柜员，其余取客户当前主管户经理
RESOLVE-TASK-ROUTING.
    MOVE WS-SR-BRANCH-NO TO WS-TK-BRANCH-NO
    IF WS-TK-BRANCH-NO = SPACES OR WS-SR-TENANT-NO = SPACES
       EXEC SQL
           SELECT TENANT_NO, BRANCH_NO
             INTO :WS-SR-TENANT-NO, :WS-TK-BRANCH-NO
             FROM CUSTOMER_BASIC_INFO
            WHERE CUST_NO = :WS-SR-CUST-NO
              AND (:WS-SR-TENANT-NO = ' '
                   OR TENANT_NO = :WS-SR-TENANT-NO)
            ORDER BY VALID_FLG DESC
            FETCH FIRST 1 ROW ONLY
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SPACES TO WS-TK-BRANCH-NO
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE WS-SR-ASSIGNEE TO WS-TK-ASSIGNEE
    IF WS-TK-ASSIGNEE = SPACES AND WS-SR-CUST-NO NOT = SPACES
       EXEC SQL
           SELECT PRIM_RM_TELR_NO
             INTO :WS-TK-ASSIGNEE
             FROM CUST_RM_ASSIGN
            WHERE TENANT_NO = :WS-SR-TENANT-NO
              AND CUST_NO = :WS-SR-CUST-NO
              AND VALID_FLG = '1'
              AND EFFT_DT <= :WS-BD-BIZ-DT
              AND (EXPIRE_DT = SPACES OR EXPIRE_DT >= :WS-BD-BIZ-DT)
            ORDER BY EFFT_DT DESC
            FETCH FIRST 1 ROW ONLY
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SPACES TO WS-TK-ASSIGNEE
       END-IF
    END-IF.

*> 任务类型属性：来源名称、处理该事项的维护程序、起算后处理时限
*> (天)。证件到期自带到期日，不用时限
SET-TASK-TYPE-ATTR.
    EVALUATE WS-SR-TYP-CD
       WHEN 'RGCR'
          MOVE '监管报送退回更正' TO WS-TK-SRC-NM
          MOVE 'MGMT-PER-CUST-INFO' TO WS-TK-OWNER-PGM-ID
          MOVE 10 TO WS-SLA-DAYS
       WHEN 'CDDR'
          MOVE '对公尽调定期复核' TO WS-TK-SRC-NM
          MOVE 'MGMTCORPDDRVW01' TO WS-TK-OWNER-PGM-ID
          MOVE 30 TO WS-SLA-DAYS
       WHEN 'GRDN'
          MOVE '监护信息异常' TO WS-TK-SRC-NM
          MOVE 'MGMTGRDN01' TO WS-TK-OWNER-PGM-ID
          MOVE 10 TO WS-SLA-DAYS
       WHEN 'BOSR'
          MOVE '受益所有人筛查复核' TO WS-TK-SRC-NM
          MOVE 'MGMTBENEFOWNER01' TO WS-TK-OWNER-PGM-ID
          MOVE 5 TO WS-SLA-DAYS
       WHEN 'SCRN'
          MOVE '筛查命中案件' TO WS-TK-SRC-NM
          MOVE 'MGMTSCRNCASE01' TO WS-TK-OWNER-PGM-ID
          MOVE 5 TO WS-SLA-DAYS
       WHEN 'DUPC'
          MOVE '疑似重复客户复核' TO WS-TK-SRC-NM
          MOVE 'MGMTDUPREVIEW01' TO WS-TK-OWNER-PGM-ID
          MOVE 15 TO WS-SLA-DAYS
       WHEN 'COOL'
          MOVE '冷静期变更确认' TO WS-TK-SRC-NM
          MOVE 'MGMT-PER-CUST-INFO' TO WS-TK-OWNER-PGM-ID
          MOVE 2 TO WS-SLA-DAYS
       WHEN 'PAUT'
          MOVE '待授权交易' TO WS-TK-SRC-NM
          MOVE 'MGMTPENDAUTH01' TO WS-TK-OWNER-PGM-ID
          MOVE 1 TO WS-SLA-DAYS
       WHEN 'CRDS'
          MOVE '对公登记信息差异' TO WS-TK-SRC-NM
          MOVE 'MGMT-CORP-CUST-INFO' TO WS-TK-OWNER-PGM-ID
          MOVE 15 TO WS-SLA-DAYS
       WHEN 'DECD'
          MOVE '身故通报核对' TO WS-TK-SRC-NM
          MOVE 'MGMTDECD01' TO WS-TK-OWNER-PGM-ID
          MOVE 5 TO WS-SLA-DAYS
       WHEN 'ASTD'
          MOVE '地址标准化异常' TO WS-TK-SRC-NM
          MOVE 'MGMTADDR01' TO WS-TK-OWNER-PGM-ID
          MOVE 15 TO WS-SLA-DAYS
       WHEN 'ARTN'
          MOVE '信函多次退信' TO WS-TK-SRC-NM
          MOVE 'MGMTADDR01' TO WS-TK-OWNER-PGM-ID
          MOVE 15 TO WS-SLA-DAYS
       WHEN 'DGMB'
          MOVE '数字渠道手机号变更核实' TO WS-TK-SRC-NM
          MOVE 'MGMT-PER-CUST-INFO' TO WS-TK-OWNER-PGM-ID
          MOVE 5 TO WS-SLA-DAYS
       WHEN 'CRTF'
          MOVE '证件即将到期' TO WS-TK-SRC-NM
          MOVE 'MGMT-PER-CUST-INFO' TO WS-TK-OWNER-PGM-ID
          MOVE 0 TO WS-SLA-DAYS
       WHEN 'ADLT'
          MOVE '被监护人已成年' TO WS-TK-SRC-NM
          MOVE 'MGMTGRDN01' TO WS-TK-OWNER-PGM-ID
          MOVE 30 TO WS-SLA-DAYS
       WHEN 'DORM'
          MOVE '新转睡眠客户' TO WS-TK-SRC-NM
          MOVE 'DORMREACT01' TO WS-TK-OWNER-PGM-ID
          MOVE 30 TO WS-SLA-DAYS
       WHEN OTHER
          MOVE WS-SR-TYP-CD TO WS-TK-SRC-NM
          MOVE SPACES TO WS-TK-OWNER-PGM-ID
          MOVE 10 TO WS-SLA-DAYS
    END-EVALUATE.

*> 起算日与到期日：起算日取源头建单日(时间戳截成YYYYMMDD)，源头
*> 不带的沿用任务首见日(新任务即本业务日)；到期日源头自带的照用，
*> 否则起算日+时限；排序键=到期日+起算日+流水号
CALC-TASK-DUE-DT.
    IF WS-TK-CRT-DT = SPACES
       IF WS-SR-BASE-DT(5:1) = '-'
          STRING WS-SR-BASE-DT(1:4) DELIMITED BY SIZE
                 WS-SR-BASE-DT(6:2) DELIMITED BY SIZE
                 WS-SR-BASE-DT(9:2) DELIMITED BY SIZE
            INTO WS-TK-CRT-DT
          END-STRING
       ELSE
          MOVE WS-SR-BASE-DT(1:8) TO WS-TK-CRT-DT
       END-IF
    END-IF
    IF WS-TK-CRT-DT = SPACES OR WS-TK-CRT-DT IS NOT NUMERIC
       MOVE WS-BD-BIZ-DT TO WS-TK-CRT-DT
    END-IF

    IF WS-SR-DUE-DT NOT = SPACES AND WS-SR-DUE-DT IS NUMERIC
       MOVE WS-SR-DUE-DT TO WS-TK-DUE-DT
    ELSE
       MOVE WS-TK-CRT-DT TO WS-WORK-NUM
       COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
                             + WS-SLA-DAYS
       COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
       MOVE WS-WORK-NUM TO WS-TK-DUE-DT
    END-IF.

*> 在办任务刷新：网点、原因、到期日随源头更新；经办人源头没给的
*> 保留原值(网点联系时认领的不被冲掉)
UPDATE-OPEN-TASK.
    STRING WS-TK-DUE-DT   DELIMITED BY SIZE
           WS-TK-CRT-DT   DELIMITED BY SIZE
           WS-TASK-SEQ-NO DELIMITED BY SIZE
      INTO WS-TK-SORT-KEY
    END-STRING
    EXEC SQL
        UPDATE BRANCH_TASK_INBOX
           SET BRANCH_NO = :WS-TK-BRANCH-NO,
               CUST_NO = :WS-SR-CUST-NO,
               TASK_RSN_CD = :WS-SR-RSN-CD,
               ASSIGNED_TELR_NO =
                   CASE WHEN :WS-TK-ASSIGNEE = ' '
                        THEN ASSIGNED_TELR_NO
                        ELSE :WS-TK-ASSIGNEE END,
               DUE_DT = :WS-TK-DUE-DT,
               SORT_KEY = :WS-TK-SORT-KEY,
               REFRESH_ID = :WS-REFRESH-ID,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TASK_SEQ_NO = :WS-TASK-SEQ-NO
    END-EXEC
    IF SQLCODE NOT = 0
       PERFORM FAIL-ONE-TASK
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-UPD-COUNT.

INSERT-NEW-TASK.
    ADD 1 TO WS-NEXT-SEQ-NO
    MOVE WS-NEXT-SEQ-NO TO WS-TASK-SEQ-NO-NUM
    STRING WS-TK-DUE-DT   DELIMITED BY SIZE
           WS-TK-CRT-DT   DELIMITED BY SIZE
           WS-TASK-SEQ-NO DELIMITED BY SIZE
      INTO WS-TK-SORT-KEY
    END-STRING
    EXEC SQL
        INSERT INTO BRANCH_TASK_INBOX (
            TASK_SEQ_NO, TENANT_NO, BRANCH_NO, TASK_TYP_CD, SRC_NM,
            CUST_NO, LINK_KEY, OWNER_PGM_ID, TASK_RSN_CD,
            ASSIGNED_TELR_NO, CRT_DT, DUE_DT, SORT_KEY, STATUS_CD,
            REFRESH_ID, CNTC_CNT, LAST_CNTC_RSLT_CD, LAST_CNTC_TM,
            CLOSE_DT, CRT_TM, UPD_TM
        ) VALUES (
            :WS-TASK-SEQ-NO, :WS-SR-TENANT-NO, :WS-TK-BRANCH-NO,
            :WS-SR-TYP-CD, :WS-TK-SRC-NM, :WS-SR-CUST-NO,
            :WS-SR-LINK-KEY, :WS-TK-OWNER-PGM-ID, :WS-SR-RSN-CD,
            :WS-TK-ASSIGNEE, :WS-TK-CRT-DT, :WS-TK-DUE-DT,
            :WS-TK-SORT-KEY, '0', :WS-REFRESH-ID, 0, ' ', ' ',
            ' ', CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC
    IF SQLCODE NOT = 0
       PERFORM FAIL-ONE-TASK
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NEW-COUNT.

*> 单件失败：回滚本件，计数并列出，不影响其余
FAIL-ONE-TASK.
    DISPLAY '待办归集失败 类型:' WS-SR-TYP-CD
            ' 关联键:' WS-SR-LINK-KEY ' SQLCODE:' SQLCODE
    EXEC SQL ROLLBACK END-EXEC
    MOVE 'Y' TO WS-TASK-FAIL-FLG
    ADD 1 TO WS-FAIL-COUNT.

*> 本次刷新未再出现的在办任务：源头已结项，置'1'关闭。联系结项的
*> ('2')不在此列
CLOSE-VANISHED-TASKS.
    EXEC SQL
        UPDATE BRANCH_TASK_INBOX
           SET STATUS_CD = '1',
               CLOSE_DT = :WS-BD-BIZ-DT,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE STATUS_CD = '0'
           AND REFRESH_ID NOT = :WS-REFRESH-ID
    END-EXEC
    IF SQLCODE = 0
       EXEC SQL GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT END-EXEC
       MOVE WS-ROW-COUNT TO WS-CLOSE-COUNT
       EXEC SQL COMMIT END-EXEC
    ELSE
       IF SQLCODE NOT = 100
          DISPLAY '源头结项任务关闭失败 SQLCODE:' SQLCODE
          EXEC SQL ROLLBACK END-EXEC
       END-IF
    END-IF.

*> 账龄日报：在办任务按租户+网点+类型汇总，逾期按到期日距业务日
*> 分1-7天/8-30天/30天以上三档
WRITE-AGEING-REPORT.
    EXEC SQL
        DECLARE BT-AGE-CUR CURSOR FOR
        SELECT TENANT_NO, BRANCH_NO, TASK_TYP_CD, COUNT(*),
               SUM(CASE WHEN DUE_DT < :WS-BD-BIZ-DT
                        THEN 1 ELSE 0 END),
               SUM(CASE WHEN DUE_DT < :WS-BD-BIZ-DT
                         AND DUE_DT >= :WS-D7-DT
                        THEN 1 ELSE 0 END),
               SUM(CASE WHEN DUE_DT < :WS-D7-DT
                         AND DUE_DT >= :WS-D30-DT
                        THEN 1 ELSE 0 END),
               SUM(CASE WHEN DUE_DT < :WS-D30-DT
                        THEN 1 ELSE 0 END)
          FROM BRANCH_TASK_INBOX
         WHERE STATUS_CD = '0'
         GROUP BY TENANT_NO, BRANCH_NO, TASK_TYP_CD
         ORDER BY TENANT_NO, BRANCH_NO, TASK_TYP_CD
    END-EXEC.

    EXEC SQL OPEN BT-AGE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '待办账龄游标打开失败 SQLCODE:' SQLCODE
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH BT-AGE-CUR
            INTO :WS-AG-TENANT-NO, :WS-AG-BRANCH-NO, :WS-AG-TYP-CD,
                 :WS-AG-OPEN-CNT, :WS-AG-OVD-CNT, :WS-AG-OVD7-CNT,
                 :WS-AG-OVD30-CNT, :WS-AG-OVD99-CNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-PREV-BRANCH-NO NOT = SPACES
             AND (WS-AG-TENANT-NO NOT = WS-PREV-TENANT-NO
                  OR WS-AG-BRANCH-NO NOT = WS-PREV-BRANCH-NO)
             PERFORM WRITE-BRANCH-SUBTOTAL
          END-IF
          MOVE WS-AG-TENANT-NO TO WS-PREV-TENANT-NO
          MOVE WS-AG-BRANCH-NO TO WS-PREV-BRANCH-NO
          ADD WS-AG-OPEN-CNT TO WS-BR-OPEN-CNT
          ADD WS-AG-OVD-CNT TO WS-BR-OVD-CNT
          ADD WS-AG-OVD-CNT TO WS-OVERDUE-TOTAL

          MOVE SPACES TO REPORT-RECORD
          STRING WS-AG-TENANT-NO DELIMITED BY SIZE
                 ' '             DELIMITED BY SIZE
                 WS-AG-BRANCH-NO DELIMITED BY SIZE
                 ' '             DELIMITED BY SIZE
                 WS-AG-TYP-CD    DELIMITED BY SIZE
                 ' 在办:'        DELIMITED BY SIZE
                 WS-AG-OPEN-CNT  DELIMITED BY SIZE
                 ' 逾期:'        DELIMITED BY SIZE
                 WS-AG-OVD-CNT   DELIMITED BY SIZE
                 ' 1-7天:'       DELIMITED BY SIZE
                 WS-AG-OVD7-CNT  DELIMITED BY SIZE
                 ' 8-30天:'      DELIMITED BY SIZE
                 WS-AG-OVD30-CNT DELIMITED BY SIZE
                 ' 30天以上:'    DELIMITED BY SIZE
                 WS-AG-OVD99-CNT DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE BT-AGE-CUR END-EXEC.

    IF WS-PREV-BRANCH-NO NOT = SPACES
       PERFORM WRITE-BRANCH-SUBTOTAL
    END-IF.

WRITE-BRANCH-SUBTOTAL.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-PREV-TENANT-NO DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-PREV-BRANCH-NO DELIMITED BY SIZE
           ' 网点小计 在办:' DELIMITED BY SIZE
           WS-BR-OPEN-CNT    DELIMITED BY SIZE
           ' 逾期:'          DELIMITED BY SIZE
           WS-BR-OVD-CNT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE 0 TO WS-BR-OPEN-CNT
    MOVE 0 TO WS-BR-OVD-CNT.
