IDENTIFICATION DIVISION.
PROGRAM-ID. USGMETER01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVOICE-FILE ASSIGN TO WS-INV-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 租户分摊账单明细文件：每租户一个文件，一行一个用量类型×计量
*> 项目(服务调用按程序、批量记录与报表产出按作业)，带全行约定
*> 头/尾控制总数(FILEWRAP01)
FD  INVOICE-FILE.
01  INVOICE-RECORD.
    05  INV-TENANT-NO          PIC X(10).
    05  INV-STAT-MONTH         PIC X(06).
    05  INV-USAGE-TYP-CD       PIC X(02).
    05  INV-ITEM-KEY           PIC X(30).
    05  INV-QTY                PIC 9(11).
    05  INV-UNIT-PRICE         PIC 9(07)V9(04).
    05  INV-CHRG-AMT           PIC 9(13)V99.
    05  INV-PRICE-FLG          PIC X(01).

*> 月度用量汇总报表：租户×用量类型的数量与金额、租户合计，末节
*> 各用量来源总量与计量合计的勾稽
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(160).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-USAGE-ROW-COUNT      PIC 9(9) VALUE 0.
01  WS-UNPRICED-COUNT       PIC 9(9) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(9) VALUE 0.
01  WS-INVOICE-FILE-COUNT   PIC 9(5) VALUE 0.
01  WS-LINE-COUNT           PIC 9(9) VALUE 0.
01  WS-BREAK-COUNT          PIC 9(5) VALUE 0.

*> 统计月份(业务日期所在月)、月初/下月初时间戳(服务流水INVOKE_TM
*> 按时间戳落在本月内取)与月末日期(单价取月末当日生效的一条)
01  WS-STAT-MONTH           PIC X(06).
01  WS-MONTH-START-TS       PIC X(10).
01  WS-NEXT-MONTH-TS        PIC X(10).
01  WS-NEXT-MONTH-DT        PIC 9(08).
01  WS-MONTH-END-DT         PIC X(08).
01  WS-WORK-DT-NUM          PIC 9(08).
01  WS-WORK-YYYY            PIC 9(04).
01  WS-WORK-MM              PIC 9(02).

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件(同
*> MGMTNAMELISTBAT01)；作业分摊的内层游标另用一个
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-AL-FETCH-SQLCODE     PIC S9(9) COMP-4.

*> 计量行落表(TENANT_USAGE_MONTH)工作区：计价后写入
01  WS-U-TENANT-NO          PIC X(10).
01  WS-U-USAGE-TYP-CD       PIC X(02).
01  WS-U-ITEM-KEY           PIC X(30).
01  WS-U-QTY                PIC 9(11).
01  WS-U-UNIT-PRICE         PIC 9(07)V9(04).
01  WS-U-CHRG-AMT           PIC 9(13)V99.
01  WS-U-PRICE-FLG          PIC X(01).

*> 作业级用量(批量处理记录/报表产出)分摊工作区：BATCH_RUN_CTRL与
*> REPORT_RUN_REGISTRY只记作业名不记租户，按BATCH_EXPECTED_JOB
*> 登记了该作业的租户、以各租户月末在网客户数为权重分摊(权重全
*> 为零时均分)，尾差归最后一个租户；无租户登记的作业记入未分摊
01  WS-AL-JOB-NM            PIC X(20).
01  WS-AL-JOB-QTY           PIC 9(11).
01  WS-AL-TENANT-CNT        PIC 9(05).
01  WS-AL-WEIGHT-SUM        PIC 9(11).
01  WS-AL-TENANT-NO         PIC X(10).
01  WS-AL-WEIGHT            PIC 9(11).
01  WS-AL-IDX               PIC 9(05).
01  WS-AL-DONE-QTY          PIC 9(11).

*> 勾稽：各用量来源的月度总量与计量行合计(含未分摊)
01  WS-RC-USAGE-TYP-CD      PIC X(02).
01  WS-RC-SRC-QTY           PIC 9(11).
01  WS-RC-METER-QTY         PIC 9(11).
01  WS-RC-UNALLOC-QTY       PIC 9(11).
01  WS-RC-RESULT-TXT        PIC X(05).

*> 账单文件与汇总报表游标读出的一行
01  WS-R-TENANT-NO          PIC X(10).
01  WS-R-USAGE-TYP-CD       PIC X(02).
01  WS-R-ITEM-KEY           PIC X(30).
01  WS-R-QTY                PIC 9(11).
01  WS-R-UNIT-PRICE         PIC 9(07)V9(04).
01  WS-R-CHRG-AMT           PIC 9(13)V99.
01  WS-R-PRICE-FLG          PIC X(01).
01  WS-R-UNPRICED-CNT       PIC 9(05).
01  WS-R-USAGE-TYP-TXT      PIC X(16).
01  WS-R-AMT-DSP            PIC Z(12)9.99.
01  WS-PREV-TENANT-NO       PIC X(10) VALUE SPACES.
01  WS-T-CHRG-AMT           PIC 9(13)V99.
01  WS-G-CHRG-AMT           PIC 9(13)V99 VALUE 0.

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'USGMETER01'.
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

*> 出站文件头/尾拼装(FILEWRAP01)工作区
01  WS-INV-FILE-NAME            PIC X(60).
01  WS-INV-OPEN-FLG             PIC X(01) VALUE 'N'.
01  WS-FW-MODE-CD               PIC X(01).
01  WS-FW-INTERFACE-ID          PIC X(10) VALUE 'USGINVOICE'.
01  WS-FW-FMT-VER               PIC X(02) VALUE '01'.
01  WS-FW-RECORD-TEXT           PIC X(512).
01  WS-FW-REC-COUNT             PIC 9(09).
01  WS-FW-CHECKSUM              PIC 9(18).
01  WS-FW-RESP-CODE             PIC X(06).
01  WS-FW-RESP-MSG              PIC X(50).
01  WS-FW-LINE                  PIC X(80).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'USGMETER01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 租户用量计量与月度分摊批(月末跑)：按租户计量当月用量——
*>   01 服务调用：SVC_INVOKE_JOURNAL按租户+PROGRAM_ID计次
*>   02 批量处理记录：BATCH_RUN_CTRL当月各作业处理记录数，按作业
*>      分摊到租户
*>   03 月末在网客户：CUSTOMER_BASIC_INFO有效客户数
*>   04 月末有效路由：CUST_ACCT_INFO有效路由数
*>   05 报表产出：REPORT_RUN_REGISTRY当月产出份数，按作业分摊
*> 逐行按TENANT_USAGE_PRICE(MGMTUSGPRICE01维护)月末生效单价计价落
*> TENANT_USAGE_MONTH，每租户出一个分摊账单明细文件，汇总报表
*> 逐项与来源总量勾稽。流水未带租户号的调用、无租户登记的作业
*> 记入未分摊(租户号空)，只进勾稽不出账单；未配单价的行按零计价
*> 并标出，供财务补录后强制重跑
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

    PERFORM SET-STAT-MONTH

    *> 重跑时先清本月已落的计量行
    EXEC SQL START TRANSACTION END-EXEC
    EXEC SQL
        DELETE FROM TENANT_USAGE_MONTH
         WHERE STAT_MONTH = :WS-STAT-MONTH
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '本月计量行清理失败'
       EXEC SQL ROLLBACK END-EXEC
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF
    EXEC SQL COMMIT END-EXEC

    *> 1) 计量：月末在网客户先落，作业级用量分摊以其为权重
    PERFORM METER-ACTIVE-CUSTOMERS
    PERFORM METER-ACTIVE-ROUTES
    PERFORM METER-SVC-INVOKES
    PERFORM METER-BATCH-RECORDS
    PERFORM METER-REPORT-GENS

    IF WS-FAIL-COUNT > 0
       DISPLAY '计量行落表失败:' WS-FAIL-COUNT
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE WS-USAGE-ROW-COUNT TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    *> 2) 每租户一个分摊账单明细文件
    PERFORM WRITE-INVOICE-FILES

    *> 3) 汇总报表
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'TENANT.USAGE.SUMMARY.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                   DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-SUMMARY-REPORT
    CLOSE REPORT-FILE

    *> 报表产出登记
    MOVE WS-LINE-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-USAGE-ROW-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '租户用量计量完成，统计月份:' WS-STAT-MONTH
            ' 计量行:' WS-USAGE-ROW-COUNT
            ' 未配单价:' WS-UNPRICED-COUNT
            ' 账单文件:' WS-INVOICE-FILE-COUNT
            ' 勾稽不平:' WS-BREAK-COUNT.

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

*> 统计月份取业务日期所在月；折算月初/下月初时间戳与月末日期
SET-STAT-MONTH.
    MOVE WS-BD-BIZ-DT(1:6) TO WS-STAT-MONTH
    MOVE SPACES TO WS-MONTH-START-TS
    STRING WS-BD-BIZ-DT(1:4) DELIMITED BY SIZE
           '-'               DELIMITED BY SIZE
           WS-BD-BIZ-DT(5:2) DELIMITED BY SIZE
           '-01'             DELIMITED BY SIZE
      INTO WS-MONTH-START-TS
    END-STRING

    MOVE WS-BD-BIZ-DT(1:4) TO WS-WORK-YYYY
    MOVE WS-BD-BIZ-DT(5:2) TO WS-WORK-MM
    IF WS-WORK-MM = 12
       COMPUTE WS-WORK-YYYY = WS-WORK-YYYY + 1
       MOVE 1 TO WS-WORK-MM
    ELSE
       COMPUTE WS-WORK-MM = WS-WORK-MM + 1
    END-IF
    MOVE SPACES TO WS-NEXT-MONTH-TS
    STRING WS-WORK-YYYY DELIMITED BY SIZE
           '-'          DELIMITED BY SIZE
           WS-WORK-MM   DELIMITED BY SIZE
           '-01'        DELIMITED BY SIZE
      INTO WS-NEXT-MONTH-TS
    END-STRING

    COMPUTE WS-NEXT-MONTH-DT = WS-WORK-YYYY * 10000
                             + WS-WORK-MM * 100 + 1
    COMPUTE WS-WORK-DT-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DT) - 1)
    MOVE WS-WORK-DT-NUM TO WS-MONTH-END-DT.

*> 03 月末在网客户(按租户)
METER-ACTIVE-CUSTOMERS.
    EXEC SQL
        DECLARE USG-CUST-CUR CURSOR FOR
        SELECT TENANT_NO, COUNT(*)
          FROM CUSTOMER_BASIC_INFO
         WHERE VALID_FLG = '1'
         GROUP BY TENANT_NO
         ORDER BY TENANT_NO
    END-EXEC.

    EXEC SQL OPEN USG-CUST-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '在网客户计量游标打开失败'
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH USG-CUST-CUR
            INTO :WS-U-TENANT-NO, :WS-U-QTY
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE '03' TO WS-U-USAGE-TYP-CD
          MOVE SPACES TO WS-U-ITEM-KEY
          PERFORM POST-USAGE-ROW
       END-IF
    END-PERFORM

    EXEC SQL CLOSE USG-CUST-CUR END-EXEC.

*> 04 月末有效路由(按租户)
METER-ACTIVE-ROUTES.
    EXEC SQL
        DECLARE USG-ROUTE-CUR CURSOR FOR
        SELECT TENANT_NO, COUNT(*)
          FROM CUST_ACCT_INFO
         WHERE VALID_FLG = '1'
         GROUP BY TENANT_NO
         ORDER BY TENANT_NO
    END-EXEC.

    EXEC SQL OPEN USG-ROUTE-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '有效路由计量游标打开失败'
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH USG-ROUTE-CUR
            INTO :WS-U-TENANT-NO, :WS-U-QTY
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE '04' TO WS-U-USAGE-TYP-CD
          MOVE SPACES TO WS-U-ITEM-KEY
          PERFORM POST-USAGE-ROW
       END-IF
    END-PERFORM

    EXEC SQL CLOSE USG-ROUTE-CUR END-EXEC.

*> 01 服务调用：按租户+PROGRAM_ID计次(流水未带租户号的记入未分摊)
METER-SVC-INVOKES.
    EXEC SQL
        DECLARE USG-SVC-CUR CURSOR FOR
        SELECT COALESCE(TENANT_NO, ' '), PROGRAM_ID, COUNT(*)
          FROM SVC_INVOKE_JOURNAL
         WHERE INVOKE_TM >= :WS-MONTH-START-TS
           AND INVOKE_TM < :WS-NEXT-MONTH-TS
         GROUP BY COALESCE(TENANT_NO, ' '), PROGRAM_ID
         ORDER BY 1, 2
    END-EXEC.

    EXEC SQL OPEN USG-SVC-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '服务调用计量游标打开失败'
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH USG-SVC-CUR
            INTO :WS-U-TENANT-NO, :WS-U-ITEM-KEY, :WS-U-QTY
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE '01' TO WS-U-USAGE-TYP-CD
          PERFORM POST-USAGE-ROW
       END-IF
    END-PERFORM

    EXEC SQL CLOSE USG-SVC-CUR END-EXEC.

*> 02 批量处理记录：当月各作业的处理记录数逐作业分摊
METER-BATCH-RECORDS.
    EXEC SQL
        DECLARE USG-BAT-CUR CURSOR FOR
        SELECT JOB_NM, SUM(RECORDS_PROCESSED)
          FROM BATCH_RUN_CTRL
         WHERE SUBSTR(BIZ_DT, 1, 6) = :WS-STAT-MONTH
         GROUP BY JOB_NM
         ORDER BY JOB_NM
    END-EXEC.

    EXEC SQL OPEN USG-BAT-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '批量记录计量游标打开失败'
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH USG-BAT-CUR
            INTO :WS-AL-JOB-NM, :WS-AL-JOB-QTY
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0 AND WS-AL-JOB-QTY > 0
          MOVE '02' TO WS-U-USAGE-TYP-CD
          PERFORM ALLOCATE-JOB-USAGE
       END-IF
    END-PERFORM

    EXEC SQL CLOSE USG-BAT-CUR END-EXEC.

*> 05 报表产出：当月各作业登记的报表份数逐作业分摊
METER-REPORT-GENS.
    EXEC SQL
        DECLARE USG-RPT-CUR CURSOR FOR
        SELECT JOB_NM, COUNT(*)
          FROM REPORT_RUN_REGISTRY
         WHERE SUBSTR(BIZ_DT, 1, 6) = :WS-STAT-MONTH
         GROUP BY JOB_NM
         ORDER BY JOB_NM
    END-EXEC.

    EXEC SQL OPEN USG-RPT-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '报表产出计量游标打开失败'
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH USG-RPT-CUR
            INTO :WS-AL-JOB-NM, :WS-AL-JOB-QTY
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0 AND WS-AL-JOB-QTY > 0
          MOVE '05' TO WS-U-USAGE-TYP-CD
          PERFORM ALLOCATE-JOB-USAGE
       END-IF
    END-PERFORM

    EXEC SQL CLOSE USG-RPT-CUR END-EXEC.

*> 一个作业的用量分摊到登记了该作业的租户：权重取本月已落的
*> 在网客户计量行，份额截尾取整，尾差归最后一个租户
ALLOCATE-JOB-USAGE.
    MOVE WS-AL-JOB-NM TO WS-U-ITEM-KEY
    MOVE 0 TO WS-AL-TENANT-CNT
    MOVE 0 TO WS-AL-WEIGHT-SUM
    EXEC SQL
        SELECT COUNT(*), COALESCE(SUM(COALESCE(U.QTY, 0)), 0)
          INTO :WS-AL-TENANT-CNT, :WS-AL-WEIGHT-SUM
          FROM BATCH_EXPECTED_JOB E
          LEFT JOIN TENANT_USAGE_MONTH U
            ON U.TENANT_NO = E.TENANT_NO
           AND U.STAT_MONTH = :WS-STAT-MONTH
           AND U.USAGE_TYP_CD = '03'
         WHERE E.JOB_NM = :WS-AL-JOB-NM
           AND E.VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE 0 TO WS-AL-TENANT-CNT
    END-IF

    IF WS-AL-TENANT-CNT = 0
       MOVE SPACES TO WS-U-TENANT-NO
       MOVE WS-AL-JOB-QTY TO WS-U-QTY
       PERFORM POST-USAGE-ROW
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        DECLARE USG-ALLOC-CUR CURSOR FOR
        SELECT E.TENANT_NO, COALESCE(U.QTY, 0)
          FROM BATCH_EXPECTED_JOB E
          LEFT JOIN TENANT_USAGE_MONTH U
            ON U.TENANT_NO = E.TENANT_NO
           AND U.STAT_MONTH = :WS-STAT-MONTH
           AND U.USAGE_TYP_CD = '03'
         WHERE E.JOB_NM = :WS-AL-JOB-NM
           AND E.VALID_FLG = '1'
         ORDER BY E.TENANT_NO
    END-EXEC.

    EXEC SQL OPEN USG-ALLOC-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '作业分摊游标打开失败 作业:' WS-AL-JOB-NM
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-AL-IDX
    MOVE 0 TO WS-AL-DONE-QTY
    MOVE SQLCODE TO WS-AL-FETCH-SQLCODE
    PERFORM UNTIL WS-AL-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH USG-ALLOC-CUR
            INTO :WS-AL-TENANT-NO, :WS-AL-WEIGHT
       END-EXEC
       MOVE SQLCODE TO WS-AL-FETCH-SQLCODE

       IF WS-AL-FETCH-SQLCODE = 0
          ADD 1 TO WS-AL-IDX
          EVALUATE TRUE
             WHEN WS-AL-IDX >= WS-AL-TENANT-CNT
                COMPUTE WS-U-QTY = WS-AL-JOB-QTY - WS-AL-DONE-QTY
             WHEN WS-AL-WEIGHT-SUM = 0
                COMPUTE WS-U-QTY = WS-AL-JOB-QTY / WS-AL-TENANT-CNT
             WHEN OTHER
                COMPUTE WS-U-QTY = WS-AL-JOB-QTY * WS-AL-WEIGHT
                                 / WS-AL-WEIGHT-SUM
          END-EVALUATE
          ADD WS-U-QTY TO WS-AL-DONE-QTY
          IF WS-U-QTY > 0
             MOVE WS-AL-TENANT-NO TO WS-U-TENANT-NO
             PERFORM POST-USAGE-ROW
          END-IF
       END-IF
    END-PERFORM

    EXEC SQL CLOSE USG-ALLOC-CUR END-EXEC.

*> 一条计量行：取该租户该用量类型月末生效的最新单价计价后落表
*> (未分摊行与未配单价的行按零计价，价格标志'N')
POST-USAGE-ROW.
    MOVE 0 TO WS-U-UNIT-PRICE
    MOVE 'N' TO WS-U-PRICE-FLG
    IF WS-U-TENANT-NO NOT = SPACES
       EXEC SQL
           SELECT UNIT_PRICE INTO :WS-U-UNIT-PRICE
             FROM TENANT_USAGE_PRICE
            WHERE TENANT_NO = :WS-U-TENANT-NO
              AND USAGE_TYP_CD = :WS-U-USAGE-TYP-CD
              AND EFFT_DT <= :WS-MONTH-END-DT
              AND VALID_FLG = '1'
            ORDER BY EFFT_DT DESC
            FETCH FIRST 1 ROW ONLY
       END-EXEC
       IF SQLCODE = 0
          MOVE 'Y' TO WS-U-PRICE-FLG
       ELSE
          MOVE 0 TO WS-U-UNIT-PRICE
          ADD 1 TO WS-UNPRICED-COUNT
       END-IF
    END-IF
    COMPUTE WS-U-CHRG-AMT ROUNDED = WS-U-QTY * WS-U-UNIT-PRICE

    EXEC SQL START TRANSACTION END-EXEC
    EXEC SQL
        INSERT INTO TENANT_USAGE_MONTH (
            TENANT_NO, STAT_MONTH, USAGE_TYP_CD, ITEM_KEY, QTY,
            UNIT_PRICE, CHRG_AMT, PRICE_FLG, CRT_TM
        ) VALUES (
            :WS-U-TENANT-NO, :WS-STAT-MONTH, :WS-U-USAGE-TYP-CD,
            :WS-U-ITEM-KEY, :WS-U-QTY, :WS-U-UNIT-PRICE,
            :WS-U-CHRG-AMT, :WS-U-PRICE-FLG, CURRENT_TIMESTAMP
        )
    END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '计量行落表失败 租户:' WS-U-TENANT-NO
               ' 类型:' WS-U-USAGE-TYP-CD ' 项目:' WS-U-ITEM-KEY
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF
    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-USAGE-ROW-COUNT.

*> 分摊账单明细：按租户逐行写出，换租户时收尾上一个文件
*> (FILEWRAP01尾记录)并开下一个
WRITE-INVOICE-FILES.
    EXEC SQL
        DECLARE USG-INV-CUR CURSOR FOR
        SELECT TENANT_NO, USAGE_TYP_CD, ITEM_KEY, QTY, UNIT_PRICE,
               CHRG_AMT, PRICE_FLG
          FROM TENANT_USAGE_MONTH
         WHERE STAT_MONTH = :WS-STAT-MONTH
           AND TENANT_NO NOT = ' '
         ORDER BY TENANT_NO, USAGE_TYP_CD, ITEM_KEY
    END-EXEC.

    EXEC SQL OPEN USG-INV-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '分摊账单游标打开失败'
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-PREV-TENANT-NO
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH USG-INV-CUR
            INTO :WS-R-TENANT-NO, :WS-R-USAGE-TYP-CD, :WS-R-ITEM-KEY,
                 :WS-R-QTY, :WS-R-UNIT-PRICE, :WS-R-CHRG-AMT,
                 :WS-R-PRICE-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-R-TENANT-NO NOT = WS-PREV-TENANT-NO
             PERFORM CLOSE-INVOICE-FILE
             PERFORM OPEN-INVOICE-FILE
             MOVE WS-R-TENANT-NO TO WS-PREV-TENANT-NO
          END-IF
          PERFORM WRITE-INVOICE-RECORD
       END-IF
    END-PERFORM

    EXEC SQL CLOSE USG-INV-CUR END-EXEC

    PERFORM CLOSE-INVOICE-FILE.

OPEN-INVOICE-FILE.
    MOVE SPACES TO WS-INV-FILE-NAME
    STRING 'TENANT.USAGE.INVOICE.' DELIMITED BY SIZE
           WS-R-TENANT-NO          DELIMITED BY SPACE
           '.'                     DELIMITED BY SIZE
           WS-STAT-MONTH           DELIMITED BY SIZE
      INTO WS-INV-FILE-NAME
    END-STRING
    OPEN OUTPUT INVOICE-FILE
    MOVE 'Y' TO WS-INV-OPEN-FLG
    ADD 1 TO WS-INVOICE-FILE-COUNT

    MOVE 'H' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL
    WRITE INVOICE-RECORD FROM WS-FW-LINE.

CLOSE-INVOICE-FILE.
    IF WS-INV-OPEN-FLG NOT = 'Y'
       EXIT PARAGRAPH
    END-IF

    MOVE 'T' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL
    WRITE INVOICE-RECORD FROM WS-FW-LINE

    CLOSE INVOICE-FILE
    MOVE 'N' TO WS-INV-OPEN-FLG.

WRITE-INVOICE-RECORD.
    MOVE SPACES TO INVOICE-RECORD
    MOVE WS-R-TENANT-NO    TO INV-TENANT-NO
    MOVE WS-STAT-MONTH     TO INV-STAT-MONTH
    MOVE WS-R-USAGE-TYP-CD TO INV-USAGE-TYP-CD
    MOVE WS-R-ITEM-KEY     TO INV-ITEM-KEY
    MOVE WS-R-QTY          TO INV-QTY
    MOVE WS-R-UNIT-PRICE   TO INV-UNIT-PRICE
    MOVE WS-R-CHRG-AMT     TO INV-CHRG-AMT
    MOVE WS-R-PRICE-FLG    TO INV-PRICE-FLG
    WRITE INVOICE-RECORD

    MOVE 'A' TO WS-FW-MODE-CD
    MOVE SPACES TO WS-FW-RECORD-TEXT
    MOVE INVOICE-RECORD TO WS-FW-RECORD-TEXT
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL.

*> 汇总报表：第一节租户×用量类型数量与金额(未分摊单列)、租户合计
*> 与总计；第二节各用量来源总量与计量合计勾稽
WRITE-SUMMARY-REPORT.
    MOVE SPACES TO REPORT-RECORD
    STRING '租户用量分摊汇总 统计月份:' DELIMITED BY SIZE
           WS-STAT-MONTH                DELIMITED BY SIZE
           ' 业务日期:'                 DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE 'SECTION 1: USAGE AND CHARGE BY TENANT' TO REPORT-RECORD
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE USG-SUM-CUR CURSOR FOR
        SELECT TENANT_NO, USAGE_TYP_CD, SUM(QTY), SUM(CHRG_AMT),
               SUM(CASE WHEN PRICE_FLG = 'N' THEN 1 ELSE 0 END)
          FROM TENANT_USAGE_MONTH
         WHERE STAT_MONTH = :WS-STAT-MONTH
         GROUP BY TENANT_NO, USAGE_TYP_CD
         ORDER BY TENANT_NO, USAGE_TYP_CD
    END-EXEC.

    EXEC SQL OPEN USG-SUM-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '用量汇总游标打开失败'
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-PREV-TENANT-NO
    MOVE 0 TO WS-T-CHRG-AMT
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH USG-SUM-CUR
            INTO :WS-R-TENANT-NO, :WS-R-USAGE-TYP-CD, :WS-R-QTY,
                 :WS-R-CHRG-AMT, :WS-R-UNPRICED-CNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-R-TENANT-NO NOT = WS-PREV-TENANT-NO
             AND WS-LINE-COUNT > 0
             PERFORM WRITE-TENANT-TOTAL
          END-IF
          MOVE WS-R-TENANT-NO TO WS-PREV-TENANT-NO
          PERFORM WRITE-USAGE-LINE
       END-IF
    END-PERFORM

    EXEC SQL CLOSE USG-SUM-CUR END-EXEC

    IF WS-LINE-COUNT > 0
       PERFORM WRITE-TENANT-TOTAL
    END-IF

    MOVE WS-G-CHRG-AMT TO WS-R-AMT-DSP
    MOVE SPACES TO REPORT-RECORD
    STRING '全部租户分摊金额合计:' DELIMITED BY SIZE
           WS-R-AMT-DSP           DELIMITED BY SIZE
           ' 未配单价行:'         DELIMITED BY SIZE
           WS-UNPRICED-COUNT      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    MOVE 'SECTION 2: RECONCILIATION TO SOURCE VOLUMES'
      TO REPORT-RECORD
    WRITE REPORT-RECORD

    *> 服务调用：流水当月总笔数
    MOVE '01' TO WS-RC-USAGE-TYP-CD
    MOVE 0 TO WS-RC-SRC-QTY
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RC-SRC-QTY
          FROM SVC_INVOKE_JOURNAL
         WHERE INVOKE_TM >= :WS-MONTH-START-TS
           AND INVOKE_TM < :WS-NEXT-MONTH-TS
    END-EXEC
    PERFORM WRITE-RECON-LINE

    *> 批量处理记录：运行控制当月记录数合计
    MOVE '02' TO WS-RC-USAGE-TYP-CD
    MOVE 0 TO WS-RC-SRC-QTY
    EXEC SQL
        SELECT COALESCE(SUM(RECORDS_PROCESSED), 0)
          INTO :WS-RC-SRC-QTY
          FROM BATCH_RUN_CTRL
         WHERE SUBSTR(BIZ_DT, 1, 6) = :WS-STAT-MONTH
    END-EXEC
    PERFORM WRITE-RECON-LINE

    *> 月末在网客户
    MOVE '03' TO WS-RC-USAGE-TYP-CD
    MOVE 0 TO WS-RC-SRC-QTY
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RC-SRC-QTY
          FROM CUSTOMER_BASIC_INFO
         WHERE VALID_FLG = '1'
    END-EXEC
    PERFORM WRITE-RECON-LINE

    *> 月末有效路由
    MOVE '04' TO WS-RC-USAGE-TYP-CD
    MOVE 0 TO WS-RC-SRC-QTY
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RC-SRC-QTY
          FROM CUST_ACCT_INFO
         WHERE VALID_FLG = '1'
    END-EXEC
    PERFORM WRITE-RECON-LINE

    *> 报表产出：产出台账当月份数
    MOVE '05' TO WS-RC-USAGE-TYP-CD
    MOVE 0 TO WS-RC-SRC-QTY
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RC-SRC-QTY
          FROM REPORT_RUN_REGISTRY
         WHERE SUBSTR(BIZ_DT, 1, 6) = :WS-STAT-MONTH
    END-EXEC
    PERFORM WRITE-RECON-LINE.

WRITE-USAGE-LINE.
    ADD 1 TO WS-LINE-COUNT
    ADD WS-R-CHRG-AMT TO WS-T-CHRG-AMT
    ADD WS-R-CHRG-AMT TO WS-G-CHRG-AMT
    PERFORM SET-USAGE-TYP-TXT
    MOVE WS-R-CHRG-AMT TO WS-R-AMT-DSP
    MOVE SPACES TO REPORT-RECORD
    IF WS-R-TENANT-NO = SPACES
       STRING '(未分摊)  '         DELIMITED BY SIZE
              ' '                  DELIMITED BY SIZE
              WS-R-USAGE-TYP-TXT   DELIMITED BY SIZE
              ' 数量:'             DELIMITED BY SIZE
              WS-R-QTY             DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
    ELSE
       STRING WS-R-TENANT-NO       DELIMITED BY SIZE
              ' '                  DELIMITED BY SIZE
              WS-R-USAGE-TYP-TXT   DELIMITED BY SIZE
              ' 数量:'             DELIMITED BY SIZE
              WS-R-QTY             DELIMITED BY SIZE
              ' 金额:'             DELIMITED BY SIZE
              WS-R-AMT-DSP         DELIMITED BY SIZE
              ' 未配单价行:'       DELIMITED BY SIZE
              WS-R-UNPRICED-CNT    DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
    END-IF
    WRITE REPORT-RECORD.

WRITE-TENANT-TOTAL.
    IF WS-PREV-TENANT-NO NOT = SPACES
       MOVE WS-T-CHRG-AMT TO WS-R-AMT-DSP
       MOVE SPACES TO REPORT-RECORD
       STRING WS-PREV-TENANT-NO    DELIMITED BY SIZE
              ' 租户分摊合计:'     DELIMITED BY SIZE
              WS-R-AMT-DSP         DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-IF
    MOVE 0 TO WS-T-CHRG-AMT.

*> 勾稽一项：计量合计(含未分摊)须等于来源总量
WRITE-RECON-LINE.
    MOVE 0 TO WS-RC-METER-QTY
    MOVE 0 TO WS-RC-UNALLOC-QTY
    EXEC SQL
        SELECT COALESCE(SUM(QTY), 0),
               COALESCE(SUM(CASE WHEN TENANT_NO = ' '
                                 THEN QTY ELSE 0 END), 0)
          INTO :WS-RC-METER-QTY, :WS-RC-UNALLOC-QTY
          FROM TENANT_USAGE_MONTH
         WHERE STAT_MONTH = :WS-STAT-MONTH
           AND USAGE_TYP_CD = :WS-RC-USAGE-TYP-CD
    END-EXEC

    IF WS-RC-METER-QTY = WS-RC-SRC-QTY
       MOVE 'OK' TO WS-RC-RESULT-TXT
    ELSE
       MOVE 'BREAK' TO WS-RC-RESULT-TXT
       ADD 1 TO WS-BREAK-COUNT
    END-IF

    MOVE WS-RC-USAGE-TYP-CD TO WS-R-USAGE-TYP-CD
    PERFORM SET-USAGE-TYP-TXT
    ADD 1 TO WS-LINE-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-R-USAGE-TYP-TXT   DELIMITED BY SIZE
           ' 来源总量:'         DELIMITED BY SIZE
           WS-RC-SRC-QTY        DELIMITED BY SIZE
           ' 计量合计:'         DELIMITED BY SIZE
           WS-RC-METER-QTY      DELIMITED BY SIZE
           ' 其中未分摊:'       DELIMITED BY SIZE
           WS-RC-UNALLOC-QTY    DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-RC-RESULT-TXT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

SET-USAGE-TYP-TXT.
    EVALUATE WS-R-USAGE-TYP-CD
       WHEN '01'
          MOVE '01 服务调用' TO WS-R-USAGE-TYP-TXT
       WHEN '02'
          MOVE '02 批量记录' TO WS-R-USAGE-TYP-TXT
       WHEN '03'
          MOVE '03 在网客户' TO WS-R-USAGE-TYP-TXT
       WHEN '04'
          MOVE '04 有效路由' TO WS-R-USAGE-TYP-TXT
       WHEN '05'
          MOVE '05 报表产出' TO WS-R-USAGE-TYP-TXT
       WHEN OTHER
          MOVE WS-R-USAGE-TYP-CD TO WS-R-USAGE-TYP-TXT
    END-EVALUATE.
