IDENTIFICATION DIVISION.
PROGRAM-ID. BALOUTFLOW01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 大额资金流出挽留预警清单：按机构、客户经理分段，一行一户，
*> 末尾总计
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(160).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-SCANNED-COUNT        PIC 9(9) VALUE 0.
01  WS-ALERT-COUNT          PIC 9(9) VALUE 0.
01  WS-NOHIST-COUNT         PIC 9(9) VALUE 0.
01  WS-LVL-SKIP-COUNT       PIC 9(9) VALUE 0.
01  WS-LVL-HIT-COUNT        PIC 9(3).

*> 预警口径按租户参数(游标按租户排序，换租户时重读，同
*> PROTAGEBAT01)：
*>   BAL_OUTFLOW_SHORT_DAYS 短窗口天数(未配置按7天)
*>   BAL_OUTFLOW_LONG_DAYS  长窗口天数(未配置按30天)
*>   BAL_OUTFLOW_DROP_PCT   较窗口均值下降百分比阈值(未配置按50)
*>   BAL_OUTFLOW_MIN_AMT    下降金额下限(未配置按100000)
*>   BAL_OUTFLOW_CUST_LVLS  纳入预警的客户层级，逗号分隔(如
*>                          01,02；未配置按全部层级)
01  WS-PREV-TENANT-NO       PIC X(10) VALUE SPACES.
01  WS-PARAM-TXT            PIC X(40).
01  WS-SHORT-DAYS           PIC 9(03).
01  WS-LONG-DAYS            PIC 9(03).
01  WS-DROP-PCT-THRESHOLD   PIC 9(03)V99.
01  WS-MIN-DROP-AMT         PIC S9(13)V99 COMP-3.
01  WS-CUST-LVL-LIST        PIC X(40).
01  WS-BIZ-DT-NUM           PIC 9(08).
01  WS-CUTOFF-DT-NUM        PIC 9(08).
01  WS-SHORT-CUTOFF-DT      PIC X(08).
01  WS-LONG-CUTOFF-DT       PIC X(08).

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件(同
*> MGMTNAMELISTBAT01)
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.

*> 游标读出的一行：客户所属机构、主办客户经理(未指派为空)、
*> 客户层级、当前快照余额及快照日
01  WS-TENANT-NO            PIC X(10).
01  WS-BRANCH-NO            PIC X(10).
01  WS-RM-TELR-NO           PIC X(10).
01  WS-CUST-NO              PIC X(20).
01  WS-CUST-NM              PIC X(60).
01  WS-CUST-LVL-CD          PIC X(02).
01  WS-BAL-AMT              PIC S9(13)V99 COMP-3.
01  WS-SNAP-DT              PIC X(08).

*> 窗口均值与判定结果(S短窗口/L长窗口命中，两者皆中记SL)
01  WS-WIN-CUTOFF-DT        PIC X(08).
01  WS-WIN-AVG-AMT          PIC S9(13)V99 COMP-3.
01  WS-WIN-ROW-COUNT        PIC 9(05).
01  WS-WIN-HIT-FLG          PIC X(01).
01  WS-DROP-AMT             PIC S9(13)V99 COMP-3.
01  WS-DROP-PCT             PIC 9(03)V99.
01  WS-SHORT-AVG-AMT        PIC S9(13)V99 COMP-3.
01  WS-LONG-AVG-AMT         PIC S9(13)V99 COMP-3.
01  WS-SHORT-ROW-COUNT      PIC 9(05).
01  WS-LONG-ROW-COUNT       PIC 9(05).
01  WS-SHORT-DROP-PCT       PIC 9(03)V99.
01  WS-LONG-DROP-PCT        PIC 9(03)V99.
01  WS-HIT-WINDOWS          PIC X(02).

*> 机构/客户经理分段控制
01  WS-SECT-TENANT-NO       PIC X(10) VALUE SPACES.
01  WS-PREV-BRANCH-NO       PIC X(10) VALUE SPACES.
01  WS-PREV-RM-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-SECTION-OPEN-FLG     PIC X(01) VALUE 'N'.

01  WS-BAL-AMT-DSP          PIC -(13)9.99.
01  WS-SHORT-AVG-DSP        PIC -(13)9.99.
01  WS-LONG-AVG-DSP         PIC -(13)9.99.
01  WS-SHORT-PCT-DSP        PIC ZZ9.99.
01  WS-LONG-PCT-DSP         PIC ZZ9.99.
01  WS-RM-DSP               PIC X(10).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'BALOUTFLOW01'.
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
01  WS-RR-JOB-NM            PIC X(20) VALUE 'BALOUTFLOW01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 大额资金流出预警日批：客户当前存款快照余额(CUST_BAL_SNAPSHOT，
*> 已折本币)与其本人在余额历史(CUST_BAL_SNAP_HIST，BALSNAPLOAD01
*> 逐日留存)上的短、长两个窗口滚动均值比较，任一窗口下降比例达
*> 租户阈值且下降金额不低于租户下限即列入挽留预警清单，按机构、
*> 主办客户经理(CUST_RM_ASSIGN)分段供跟进。窗口内无历史的客户
*> 不判定。流出属预期的客户不列：在办遗产案件(CUST_ESTATE_CASE)、
*> 在力司法冻结(CUST_JUDICIAL_FREEZE)、账户路由已全部注销待销户
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

    MOVE WS-BD-BIZ-DT TO WS-BIZ-DT-NUM
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'BAL.OUTFLOW.ALERT.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '大额资金流出挽留预警清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                          DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE BAL-OUTFLOW-CUR CURSOR FOR
        SELECT B.TENANT_NO, B.BRANCH_NO,
               COALESCE((SELECT A.PRIM_RM_TELR_NO
                           FROM CUST_RM_ASSIGN A
                          WHERE A.TENANT_NO = B.TENANT_NO
                            AND A.CUST_NO = B.CUST_NO
                            AND A.VALID_FLG = '1'
                            AND A.EFFT_DT <= :WS-BD-BIZ-DT
                            AND (A.EXPIRE_DT = SPACES
                                 OR A.EXPIRE_DT >= :WS-BD-BIZ-DT)
                          ORDER BY A.EFFT_DT DESC
                          FETCH FIRST 1 ROW ONLY), ' ') AS RM_TELR_NO,
               B.CUST_NO, B.CUST_NM, COALESCE(B.CUST_LVL_CD, ' '),
               S.BAL_AMT, S.SNAP_DT
          FROM CUSTOMER_BASIC_INFO B
          JOIN CUST_BAL_SNAPSHOT S
            ON S.TENANT_NO = B.TENANT_NO
           AND S.CUST_NO = B.CUST_NO
         WHERE B.VALID_FLG = '1'
           AND NOT EXISTS (SELECT 1
                             FROM CUST_ESTATE_CASE E
                            WHERE E.TENANT_NO = B.TENANT_NO
                              AND E.CUST_NO = B.CUST_NO
                              AND E.STAGE_CD NOT = '4')
           AND NOT EXISTS (SELECT 1
                             FROM CUST_JUDICIAL_FREEZE F
                            WHERE F.TENANT_NO = B.TENANT_NO
                              AND F.CUST_NO = B.CUST_NO
                              AND F.STUS_CD = '1'
                              AND F.START_DT <= :WS-BD-BIZ-DT
                              AND (F.END_DT = SPACES
                                   OR F.END_DT >= :WS-BD-BIZ-DT))
           AND EXISTS (SELECT 1
                         FROM CUST_ACCT_INFO R
                        WHERE R.TENANT_NO = B.TENANT_NO
                          AND R.CUST_NO = B.CUST_NO
                          AND R.VALID_FLG = '1')
         ORDER BY B.TENANT_NO, B.BRANCH_NO, RM_TELR_NO, B.CUST_NO
    END-EXEC.

    EXEC SQL OPEN BAL-OUTFLOW-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '资金流出预警游标打开失败'
       CLOSE REPORT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH BAL-OUTFLOW-CUR
            INTO :WS-TENANT-NO, :WS-BRANCH-NO, :WS-RM-TELR-NO,
                 :WS-CUST-NO, :WS-CUST-NM, :WS-CUST-LVL-CD,
                 :WS-BAL-AMT, :WS-SNAP-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-TENANT-NO NOT = WS-PREV-TENANT-NO
             PERFORM READ-TENANT-OUTFLOW-PARAMS
          END-IF
          PERFORM CHECK-ONE-CUST
       END-IF
    END-PERFORM

    EXEC SQL CLOSE BAL-OUTFLOW-CUR END-EXEC

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '资金流出预警游标读取失败'
       CLOSE REPORT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE WS-SCANNED-COUNT TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING 'SCANNED: '        DELIMITED BY SIZE
           WS-SCANNED-COUNT   DELIMITED BY SIZE
           ' ALERTED: '       DELIMITED BY SIZE
           WS-ALERT-COUNT     DELIMITED BY SIZE
           ' NO HISTORY: '    DELIMITED BY SIZE
           WS-NOHIST-COUNT    DELIMITED BY SIZE
           ' LEVEL EXCLUDED: ' DELIMITED BY SIZE
           WS-LVL-SKIP-COUNT  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记
    MOVE WS-ALERT-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-SCANNED-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '大额资金流出预警批完成，扫描:' WS-SCANNED-COUNT
            ' 预警:' WS-ALERT-COUNT ' 无历史:' WS-NOHIST-COUNT
            ' 层级不纳入:' WS-LVL-SKIP-COUNT.

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

*> 读取租户预警参数，折算两个窗口的起始日期(业务日期减窗口天数)
READ-TENANT-OUTFLOW-PARAMS.
    MOVE WS-TENANT-NO TO WS-PREV-TENANT-NO

    MOVE 7 TO WS-SHORT-DAYS
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = 'BAL_OUTFLOW_SHORT_DAYS'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       MOVE FUNCTION NUMVAL(WS-PARAM-TXT) TO WS-SHORT-DAYS
    END-IF

    MOVE 30 TO WS-LONG-DAYS
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = 'BAL_OUTFLOW_LONG_DAYS'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       MOVE FUNCTION NUMVAL(WS-PARAM-TXT) TO WS-LONG-DAYS
    END-IF

    MOVE 50 TO WS-DROP-PCT-THRESHOLD
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = 'BAL_OUTFLOW_DROP_PCT'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       MOVE FUNCTION NUMVAL(WS-PARAM-TXT) TO WS-DROP-PCT-THRESHOLD
    END-IF

    MOVE 100000 TO WS-MIN-DROP-AMT
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = 'BAL_OUTFLOW_MIN_AMT'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-MIN-DROP-AMT = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF

    MOVE SPACES TO WS-CUST-LVL-LIST
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = 'BAL_OUTFLOW_CUST_LVLS'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0
       MOVE WS-PARAM-TXT TO WS-CUST-LVL-LIST
    END-IF

    IF WS-SHORT-DAYS < 1
       MOVE 7 TO WS-SHORT-DAYS
    END-IF
    IF WS-LONG-DAYS < 1
       MOVE 30 TO WS-LONG-DAYS
    END-IF
    COMPUTE WS-CUTOFF-DT-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-BIZ-DT-NUM) - WS-SHORT-DAYS)
    MOVE WS-CUTOFF-DT-NUM TO WS-SHORT-CUTOFF-DT
    COMPUTE WS-CUTOFF-DT-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-BIZ-DT-NUM) - WS-LONG-DAYS)
    MOVE WS-CUTOFF-DT-NUM TO WS-LONG-CUTOFF-DT.

*> 一个客户：层级不在租户名单内的跳过；两个窗口分别算均值与
*> 降幅，任一命中即列入清单
CHECK-ONE-CUST.
    ADD 1 TO WS-SCANNED-COUNT

    IF WS-CUST-LVL-LIST NOT = SPACES
       MOVE 0 TO WS-LVL-HIT-COUNT
       IF WS-CUST-LVL-CD NOT = SPACES
          INSPECT WS-CUST-LVL-LIST TALLYING WS-LVL-HIT-COUNT
                  FOR ALL WS-CUST-LVL-CD
       END-IF
       IF WS-LVL-HIT-COUNT = 0
          ADD 1 TO WS-LVL-SKIP-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE SPACES TO WS-HIT-WINDOWS

    MOVE WS-SHORT-CUTOFF-DT TO WS-WIN-CUTOFF-DT
    PERFORM EVAL-ONE-WINDOW
    MOVE WS-WIN-AVG-AMT TO WS-SHORT-AVG-AMT
    MOVE WS-WIN-ROW-COUNT TO WS-SHORT-ROW-COUNT
    MOVE WS-DROP-PCT TO WS-SHORT-DROP-PCT
    IF WS-WIN-HIT-FLG = 'Y'
       MOVE 'S' TO WS-HIT-WINDOWS(1:1)
    END-IF

    MOVE WS-LONG-CUTOFF-DT TO WS-WIN-CUTOFF-DT
    PERFORM EVAL-ONE-WINDOW
    MOVE WS-WIN-AVG-AMT TO WS-LONG-AVG-AMT
    MOVE WS-WIN-ROW-COUNT TO WS-LONG-ROW-COUNT
    MOVE WS-DROP-PCT TO WS-LONG-DROP-PCT
    IF WS-WIN-HIT-FLG = 'Y'
       MOVE 'L' TO WS-HIT-WINDOWS(2:1)
    END-IF

    IF WS-SHORT-ROW-COUNT = 0 AND WS-LONG-ROW-COUNT = 0
       ADD 1 TO WS-NOHIST-COUNT
       EXIT PARAGRAPH
    END-IF

    IF WS-HIT-WINDOWS NOT = SPACES
       ADD 1 TO WS-ALERT-COUNT
       PERFORM WRITE-ALERT-LINE
    END-IF.

*> 一个窗口：当前快照日之前、窗口起始日及以后的历史余额均值；
*> 下降比例=(均值-当前)/均值，达阈值且降额不低于下限即命中
EVAL-ONE-WINDOW.
    MOVE 'N' TO WS-WIN-HIT-FLG
    MOVE 0 TO WS-WIN-AVG-AMT
    MOVE 0 TO WS-WIN-ROW-COUNT
    MOVE 0 TO WS-DROP-PCT

    EXEC SQL
        SELECT COUNT(*), COALESCE(AVG(BAL_AMT), 0)
          INTO :WS-WIN-ROW-COUNT, :WS-WIN-AVG-AMT
          FROM CUST_BAL_SNAP_HIST
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND SNAP_DT >= :WS-WIN-CUTOFF-DT
           AND SNAP_DT < :WS-SNAP-DT
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE 0 TO WS-WIN-ROW-COUNT
       MOVE 0 TO WS-WIN-AVG-AMT
       EXIT PARAGRAPH
    END-IF

    IF WS-WIN-ROW-COUNT = 0 OR WS-WIN-AVG-AMT <= 0
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-DROP-AMT = WS-WIN-AVG-AMT - WS-BAL-AMT
    IF WS-DROP-AMT <= 0
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-DROP-PCT ROUNDED =
            WS-DROP-AMT * 100 / WS-WIN-AVG-AMT
    IF WS-DROP-PCT >= WS-DROP-PCT-THRESHOLD
       AND WS-DROP-AMT >= WS-MIN-DROP-AMT
       MOVE 'Y' TO WS-WIN-HIT-FLG
    END-IF.

*> 预警行：机构或客户经理变化时先写分段头
WRITE-ALERT-LINE.
    IF WS-SECTION-OPEN-FLG = 'N'
       OR WS-TENANT-NO NOT = WS-SECT-TENANT-NO
       OR WS-BRANCH-NO NOT = WS-PREV-BRANCH-NO
       OR WS-RM-TELR-NO NOT = WS-PREV-RM-TELR-NO
       MOVE 'Y' TO WS-SECTION-OPEN-FLG
       MOVE WS-TENANT-NO TO WS-SECT-TENANT-NO
       MOVE WS-BRANCH-NO TO WS-PREV-BRANCH-NO
       MOVE WS-RM-TELR-NO TO WS-PREV-RM-TELR-NO
       IF WS-RM-TELR-NO = SPACES
          MOVE '*NONE*' TO WS-RM-DSP
       ELSE
          MOVE WS-RM-TELR-NO TO WS-RM-DSP
       END-IF
       MOVE SPACES TO REPORT-RECORD
       STRING '租户:'           DELIMITED BY SIZE
              WS-TENANT-NO      DELIMITED BY SIZE
              ' 机构:'          DELIMITED BY SIZE
              WS-BRANCH-NO      DELIMITED BY SIZE
              ' 客户经理:'      DELIMITED BY SIZE
              WS-RM-DSP         DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-IF

    MOVE WS-BAL-AMT TO WS-BAL-AMT-DSP
    MOVE WS-SHORT-AVG-AMT TO WS-SHORT-AVG-DSP
    MOVE WS-LONG-AVG-AMT TO WS-LONG-AVG-DSP
    MOVE WS-SHORT-DROP-PCT TO WS-SHORT-PCT-DSP
    MOVE WS-LONG-DROP-PCT TO WS-LONG-PCT-DSP
    MOVE SPACES TO REPORT-RECORD
    STRING '  '              DELIMITED BY SIZE
           WS-HIT-WINDOWS    DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-CUST-NO        DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-CUST-NM(1:30)  DELIMITED BY SIZE
           ' 层级:'          DELIMITED BY SIZE
           WS-CUST-LVL-CD    DELIMITED BY SIZE
           ' 余额:'          DELIMITED BY SIZE
           WS-BAL-AMT-DSP    DELIMITED BY SIZE
           ' 短均:'          DELIMITED BY SIZE
           WS-SHORT-AVG-DSP  DELIMITED BY SIZE
           ' -'              DELIMITED BY SIZE
           WS-SHORT-PCT-DSP  DELIMITED BY SIZE
           '% 长均:'         DELIMITED BY SIZE
           WS-LONG-AVG-DSP   DELIMITED BY SIZE
           ' -'              DELIMITED BY SIZE
           WS-LONG-PCT-DSP   DELIMITED BY SIZE
           '%'               DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
