IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTMISBAT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 月度客户基数报表：一行一个统计格(租户/机构/客户类型/客户层级/
*> 风险等级)，列期初存量、各项流入流出、期末存量、环比净变动与
*> 勾稽结果，租户末尾合计
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-SCANNED-COUNT        PIC 9(9) VALUE 0.
01  WS-STOCK-COUNT          PIC 9(9) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(9) VALUE 0.
01  WS-CELL-COUNT           PIC 9(9) VALUE 0.
01  WS-BREAK-COUNT          PIC 9(9) VALUE 0.
01  WS-ROW-COUNT            PIC S9(9) COMP-4.
01  WS-PREV-SNAP-COUNT      PIC 9(9).

*> 统计月份(业务日期所在月)、上月及本月起止时间戳(新开户CRT_TM、
*> 并档MRG_TM、审计CHG_TM按时间戳落在本月内取)
01  WS-STAT-MONTH           PIC X(06).
01  WS-PREV-MONTH           PIC X(06).
01  WS-MONTH-START-TS       PIC X(10).
01  WS-NEXT-MONTH-TS        PIC X(10).
01  WS-WORK-YYYY            PIC 9(04).
01  WS-WORK-MM              PIC 9(02).
01  WS-BASELINE-FLG         PIC X(01) VALUE 'N'.

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件(同
*> MGMTNAMELISTBAT01)
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.

*> 客户游标读出的一行：当前统计格与是否在存量、本月各类事件标志、
*> 上月末快照上的统计格(上月末不在存量为空)
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(20).
01  WS-C-BRANCH-NO          PIC X(10).
01  WS-C-CUST-TYP-CD        PIC X(02).
01  WS-C-CUST-LVL-CD        PIC X(02).
01  WS-C-RISK-CD            PIC X(02).
01  WS-CUR-IN-FLG           PIC X(01).
01  WS-EV-NEW-FLG           PIC X(01).
01  WS-EV-REACT-FLG         PIC X(01).
01  WS-EV-CLS-FLG           PIC X(01).
01  WS-EV-MRG-FLG           PIC X(01).
01  WS-EV-DORM-FLG          PIC X(01).
01  WS-EV-DECD-FLG          PIC X(01).
01  WS-PREV-IN-FLG          PIC X(01).
01  WS-P-BRANCH-NO          PIC X(10).
01  WS-P-CUST-TYP-CD        PIC X(02).
01  WS-P-CUST-LVL-CD        PIC X(02).
01  WS-P-RISK-CD            PIC X(02).

*> 一个客户对期初格(P)、当前格(C)的计数增量
01  WS-P-DELTA.
    05  WS-PD-OPEN          PIC 9(01).
    05  WS-PD-CLS           PIC 9(01).
    05  WS-PD-MRG           PIC 9(01).
    05  WS-PD-DORM          PIC 9(01).
    05  WS-PD-DECD          PIC 9(01).
    05  WS-PD-MIGR-OUT      PIC 9(01).
01  WS-C-DELTA.
    05  WS-CD-NEW           PIC 9(01).
    05  WS-CD-REACT         PIC 9(01).
    05  WS-CD-MIGR-IN       PIC 9(01).
    05  WS-CD-CLS           PIC 9(01).
    05  WS-CD-MRG           PIC 9(01).
    05  WS-CD-DORM          PIC 9(01).
    05  WS-CD-DECD          PIC 9(01).
    05  WS-CD-CLOSE         PIC 9(01).

*> 统计格计数落表(CUST_MIS_CELL)的键与增量
01  WS-K-BRANCH-NO          PIC X(10).
01  WS-K-CUST-TYP-CD        PIC X(02).
01  WS-K-CUST-LVL-CD        PIC X(02).
01  WS-K-RISK-CD            PIC X(02).
01  WS-K-OPEN               PIC 9(01).
01  WS-K-NEW                PIC 9(01).
01  WS-K-REACT              PIC 9(01).
01  WS-K-MIGR-IN            PIC 9(01).
01  WS-K-CLS                PIC 9(01).
01  WS-K-MRG                PIC 9(01).
01  WS-K-DORM               PIC 9(01).
01  WS-K-DECD               PIC 9(01).
01  WS-K-MIGR-OUT           PIC 9(01).
01  WS-K-CLOSE              PIC 9(01).
01  WS-POST-FAIL-FLG        PIC X(01).

*> 报表游标读出的一格
01  WS-R-TENANT-NO          PIC X(10).
01  WS-R-BRANCH-NO          PIC X(10).
01  WS-R-CUST-TYP-CD        PIC X(02).
01  WS-R-CUST-LVL-CD        PIC X(02).
01  WS-R-RISK-CD            PIC X(02).
01  WS-R-CNT-AREA.
    05  WS-R-OPEN           PIC 9(07).
    05  WS-R-NEW            PIC 9(07).
    05  WS-R-REACT          PIC 9(07).
    05  WS-R-MIGR-IN        PIC 9(07).
    05  WS-R-CLS            PIC 9(07).
    05  WS-R-MRG            PIC 9(07).
    05  WS-R-DORM           PIC 9(07).
    05  WS-R-DECD           PIC 9(07).
    05  WS-R-MIGR-OUT       PIC 9(07).
    05  WS-R-CLOSE          PIC 9(07).
01  WS-R-RECON-FLG          PIC X(01).
01  WS-R-NET                PIC S9(07).
01  WS-R-NET-DSP            PIC -(6)9.
01  WS-R-DIFF               PIC S9(07).
01  WS-R-DIFF-DSP           PIC -(6)9.
01  WS-R-FLAG-TXT           PIC X(12).

*> 租户合计
01  WS-T-PREV-TENANT-NO     PIC X(10) VALUE SPACES.
01  WS-T-CNT-AREA.
    05  WS-T-OPEN           PIC 9(07).
    05  WS-T-NEW            PIC 9(07).
    05  WS-T-REACT          PIC 9(07).
    05  WS-T-MIGR-IN        PIC 9(07).
    05  WS-T-CLS            PIC 9(07).
    05  WS-T-MRG            PIC 9(07).
    05  WS-T-DORM           PIC 9(07).
    05  WS-T-DECD           PIC 9(07).
    05  WS-T-MIGR-OUT       PIC 9(07).
    05  WS-T-CLOSE          PIC 9(07).
01  WS-T-BREAK-COUNT        PIC 9(07).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'CUSTMISBAT01'.
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
01  WS-RR-JOB-NM            PIC X(20) VALUE 'CUSTMISBAT01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 月度客户基数MIS批(月末跑)：按租户/机构/客户类型/客户层级/风险
*> 等级统计在网客户存量与当月流量，每格勾稽
*>     期初存量 + 流入 - 流出 = 期末存量
*> 存量口径：在册有效、非睡眠、未登记身故。期末存量逐户落月末快照
*> (CUST_MIS_MONTH_SNAP)，下月即以其为期初存量，环比净变动即期末减
*> 期初。流量各取其来源记录——
*>   流入：新开户(CUSTOMER_BASIC_INFO.CRT_TM)、睡眠重新激活(DORMREACT01
*>         的DORM_FLG审计)、格间迁入(机构/层级/风险等级变化)
*>   流出：销户(CUSTCLS01的CLS_DT)、并出(CUST_ACCT_INFO_MRG_LOG未撤销
*>         的并档)、转睡眠(DORMSCAN01的DORM_DT)、登记身故(MGMTDECD01
*>         的DECD_FLG审计)、格间迁出
*> 离开存量的客户只按最终去向记一次流出(并出>销户>身故>睡眠)；
*> 仍在存量的客户当月记录到的流出照记(如睡眠后又激活，一出一进)。
*> 勾稽不平的格标BREAK：有状态变化但无来源记录(如路由维护自动解除
*> 睡眠、人工改有效标志)。上月无快照(首次运行)的月份标BASELINE，
*> 期初按零
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

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'CUST.MIS.MONTH.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT             DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    *> 重跑时先清本月已落的快照与统计格
    EXEC SQL START TRANSACTION END-EXEC
    EXEC SQL
        DELETE FROM CUST_MIS_MONTH_SNAP
         WHERE STAT_MONTH = :WS-STAT-MONTH
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '本月客户快照清理失败'
       EXEC SQL ROLLBACK END-EXEC
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF
    EXEC SQL
        DELETE FROM CUST_MIS_CELL
         WHERE STAT_MONTH = :WS-STAT-MONTH
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '本月统计格清理失败'
       EXEC SQL ROLLBACK END-EXEC
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF
    EXEC SQL COMMIT END-EXEC

    *> 上月无快照即首次运行，期初按零
    MOVE 0 TO WS-PREV-SNAP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-PREV-SNAP-COUNT
          FROM CUST_MIS_MONTH_SNAP
         WHERE STAT_MONTH = :WS-PREV-MONTH
    END-EXEC
    IF SQLCODE = 0 AND WS-PREV-SNAP-COUNT = 0
       MOVE 'Y' TO WS-BASELINE-FLG
    END-IF

    *> 1) 逐户判定存量与流量并累计到统计格
    PERFORM SCAN-CUSTOMERS
    IF WS-FETCH-SQLCODE NOT = 100
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE WS-SCANNED-COUNT TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    *> 2) 逐格勾稽落标志
    EXEC SQL START TRANSACTION END-EXEC
    EXEC SQL
        UPDATE CUST_MIS_CELL
           SET RECON_FLG =
               CASE WHEN OPEN_CNT + NEW_CNT + REACT_CNT + MIGR_IN_CNT
                         - CLS_CNT - MRG_CNT - DORM_CNT - DECD_CNT
                         - MIGR_OUT_CNT = CLOSE_CNT
                    THEN '1' ELSE '0' END
         WHERE STAT_MONTH = :WS-STAT-MONTH
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '统计格勾稽标志更新失败'
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF

    *> 3) 出报表
    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-MIS-REPORT
    CLOSE REPORT-FILE

    *> 报表产出登记
    MOVE WS-CELL-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-SCANNED-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '月度客户基数报表完成，统计月份:' WS-STAT-MONTH
            ' 扫描:' WS-SCANNED-COUNT ' 期末存量:' WS-STOCK-COUNT
            ' 统计格:' WS-CELL-COUNT ' 勾稽不平:' WS-BREAK-COUNT
            ' 失败:' WS-FAIL-COUNT.

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

*> 统计月份取业务日期所在月；折算上月与本月/下月月初时间戳
SET-STAT-MONTH.
    MOVE WS-BD-BIZ-DT(1:6) TO WS-STAT-MONTH
    MOVE WS-BD-BIZ-DT(1:4) TO WS-WORK-YYYY
    MOVE WS-BD-BIZ-DT(5:2) TO WS-WORK-MM

    MOVE SPACES TO WS-MONTH-START-TS
    STRING WS-BD-BIZ-DT(1:4) DELIMITED BY SIZE
           '-'               DELIMITED BY SIZE
           WS-BD-BIZ-DT(5:2) DELIMITED BY SIZE
           '-01'             DELIMITED BY SIZE
      INTO WS-MONTH-START-TS
    END-STRING

    IF WS-WORK-MM = 1
       COMPUTE WS-WORK-YYYY = WS-WORK-YYYY - 1
       MOVE 12 TO WS-WORK-MM
    ELSE
       COMPUTE WS-WORK-MM = WS-WORK-MM - 1
    END-IF
    MOVE SPACES TO WS-PREV-MONTH
    STRING WS-WORK-YYYY DELIMITED BY SIZE
           WS-WORK-MM   DELIMITED BY SIZE
      INTO WS-PREV-MONTH
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
    END-STRING.

*> 客户游标：当前在网客户、上月末在存量的客户与本月新开户的客户；
*> 事件标志按各自来源取本月内的记录
SCAN-CUSTOMERS.
    EXEC SQL
        DECLARE MIS-CUST-CUR CURSOR FOR
        SELECT B.TENANT_NO, B.CUST_NO, B.BRANCH_NO,
               COALESCE(B.CUST_TYP_CD, ' '),
               COALESCE(B.CUST_LVL_CD, ' '),
               COALESCE((SELECT K.CUST_ATTN_EXTT_CD
                           FROM CUST_RISK_RATING K
                          WHERE K.CUST_NO = B.CUST_NO
                            AND K.VALID_FLG = '1'
                          ORDER BY K.EVALT_DT DESC
                          FETCH FIRST 1 ROW ONLY), ' '),
               CASE WHEN B.VALID_FLG = '1'
                         AND COALESCE(B.DORM_FLG, '0') NOT = '1'
                         AND COALESCE(B.DECD_FLG, '0') NOT = '1'
                    THEN 'Y' ELSE 'N' END,
               CASE WHEN B.CRT_TM >= :WS-MONTH-START-TS
                         AND B.CRT_TM < :WS-NEXT-MONTH-TS
                    THEN 'Y' ELSE 'N' END,
               CASE WHEN EXISTS (SELECT 1
                                   FROM CUST_INFO_CHG_AUDIT A1
                                  WHERE A1.CUST_NO = B.CUST_NO
                                    AND A1.FLD_NM = 'DORM_FLG'
                                    AND A1.OLD_VAL = '1'
                                    AND A1.CHG_TM >= :WS-MONTH-START-TS
                                    AND A1.CHG_TM < :WS-NEXT-MONTH-TS)
                    THEN 'Y' ELSE 'N' END,
               CASE WHEN SUBSTR(COALESCE(B.CLS_DT, ' '), 1, 6)
                         = :WS-STAT-MONTH
                    THEN 'Y' ELSE 'N' END,
               CASE WHEN EXISTS (SELECT 1
                                   FROM CUST_ACCT_INFO_MRG_LOG M
                                  WHERE M.TENANT_NO = B.TENANT_NO
                                    AND M.MERGE_CUST_NO = B.CUST_NO
                                    AND M.REVERSED_FLG = '0'
                                    AND M.MRG_TM >= :WS-MONTH-START-TS
                                    AND M.MRG_TM < :WS-NEXT-MONTH-TS)
                    THEN 'Y' ELSE 'N' END,
               CASE WHEN SUBSTR(COALESCE(B.DORM_DT, ' '), 1, 6)
                         = :WS-STAT-MONTH
                    THEN 'Y' ELSE 'N' END,
               CASE WHEN EXISTS (SELECT 1
                                   FROM CUST_INFO_CHG_AUDIT A2
                                  WHERE A2.CUST_NO = B.CUST_NO
                                    AND A2.FLD_NM = 'DECD_FLG'
                                    AND A2.NEW_VAL = '1'
                                    AND A2.CHG_TM >= :WS-MONTH-START-TS
                                    AND A2.CHG_TM < :WS-NEXT-MONTH-TS)
                    THEN 'Y' ELSE 'N' END,
               CASE WHEN P.CUST_NO IS NULL THEN 'N' ELSE 'Y' END,
               COALESCE(P.BRANCH_NO, ' '), COALESCE(P.CUST_TYP_CD, ' '),
               COALESCE(P.CUST_LVL_CD, ' '), COALESCE(P.RISK_CD, ' ')
          FROM CUSTOMER_BASIC_INFO B
          LEFT JOIN CUST_MIS_MONTH_SNAP P
            ON P.TENANT_NO = B.TENANT_NO
           AND P.CUST_NO = B.CUST_NO
           AND P.STAT_MONTH = :WS-PREV-MONTH
         WHERE B.VALID_FLG = '1'
            OR P.CUST_NO IS NOT NULL
            OR B.CRT_TM >= :WS-MONTH-START-TS
         ORDER BY B.TENANT_NO, B.CUST_NO
    END-EXEC.

    EXEC SQL OPEN MIS-CUST-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '客户基数游标打开失败'
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       EXIT PARAGRAPH
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MIS-CUST-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-C-BRANCH-NO,
                 :WS-C-CUST-TYP-CD, :WS-C-CUST-LVL-CD, :WS-C-RISK-CD,
                 :WS-CUR-IN-FLG, :WS-EV-NEW-FLG, :WS-EV-REACT-FLG,
                 :WS-EV-CLS-FLG, :WS-EV-MRG-FLG, :WS-EV-DORM-FLG,
                 :WS-EV-DECD-FLG, :WS-PREV-IN-FLG,
                 :WS-P-BRANCH-NO, :WS-P-CUST-TYP-CD,
                 :WS-P-CUST-LVL-CD, :WS-P-RISK-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM COUNT-ONE-CUST
       END-IF
    END-PERFORM

    EXEC SQL CLOSE MIS-CUST-CUR END-EXEC

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '客户基数游标读取失败'
    END-IF.

*> 一个客户：算出对期初格与当前格的增量，连同月末快照一个事务落表
COUNT-ONE-CUST.
    ADD 1 TO WS-SCANNED-COUNT
    INITIALIZE WS-P-DELTA
    INITIALIZE WS-C-DELTA

    IF WS-PREV-IN-FLG = 'Y'
       MOVE 1 TO WS-PD-OPEN
    END-IF
    IF WS-CUR-IN-FLG = 'Y'
       MOVE 1 TO WS-CD-CLOSE
    END-IF
    IF WS-EV-NEW-FLG = 'Y'
       MOVE 1 TO WS-CD-NEW
    END-IF
    IF WS-EV-REACT-FLG = 'Y'
       MOVE 1 TO WS-CD-REACT
    END-IF

    *> 流出：仍在存量的客户本月记录到的流出照记在当前格；离开存量
    *> 的客户(月初在存量或本月进入过)按最终去向记一次，记在期初格
    *> (月初不在存量时记在当前格)
    IF WS-CUR-IN-FLG = 'Y'
       IF WS-EV-CLS-FLG = 'Y'
          MOVE 1 TO WS-CD-CLS
       END-IF
       IF WS-EV-MRG-FLG = 'Y'
          MOVE 1 TO WS-CD-MRG
       END-IF
       IF WS-EV-DORM-FLG = 'Y'
          MOVE 1 TO WS-CD-DORM
       END-IF
       IF WS-EV-DECD-FLG = 'Y'
          MOVE 1 TO WS-CD-DECD
       END-IF
    ELSE
       IF WS-PREV-IN-FLG = 'Y'
          EVALUATE TRUE
             WHEN WS-EV-MRG-FLG = 'Y'
                MOVE 1 TO WS-PD-MRG
             WHEN WS-EV-CLS-FLG = 'Y'
                MOVE 1 TO WS-PD-CLS
             WHEN WS-EV-DECD-FLG = 'Y'
                MOVE 1 TO WS-PD-DECD
             WHEN WS-EV-DORM-FLG = 'Y'
                MOVE 1 TO WS-PD-DORM
          END-EVALUATE
       ELSE
          IF WS-EV-NEW-FLG = 'Y' OR WS-EV-REACT-FLG = 'Y'
             EVALUATE TRUE
                WHEN WS-EV-MRG-FLG = 'Y'
                   MOVE 1 TO WS-CD-MRG
                WHEN WS-EV-CLS-FLG = 'Y'
                   MOVE 1 TO WS-CD-CLS
                WHEN WS-EV-DECD-FLG = 'Y'
                   MOVE 1 TO WS-CD-DECD
                WHEN WS-EV-DORM-FLG = 'Y'
                   MOVE 1 TO WS-CD-DORM
             END-EVALUATE
          END-IF
       END-IF
    END-IF

    *> 格间迁移：月初月末都在存量但统计格变了
    IF WS-PREV-IN-FLG = 'Y' AND WS-CUR-IN-FLG = 'Y'
       IF WS-P-BRANCH-NO NOT = WS-C-BRANCH-NO
          OR WS-P-CUST-TYP-CD NOT = WS-C-CUST-TYP-CD
          OR WS-P-CUST-LVL-CD NOT = WS-C-CUST-LVL-CD
          OR WS-P-RISK-CD NOT = WS-C-RISK-CD
          MOVE 1 TO WS-PD-MIGR-OUT
          MOVE 1 TO WS-CD-MIGR-IN
       END-IF
    END-IF

    MOVE 'N' TO WS-POST-FAIL-FLG
    EXEC SQL START TRANSACTION END-EXEC

    IF WS-P-DELTA NOT = ZEROS
       MOVE WS-P-BRANCH-NO TO WS-K-BRANCH-NO
       MOVE WS-P-CUST-TYP-CD TO WS-K-CUST-TYP-CD
       MOVE WS-P-CUST-LVL-CD TO WS-K-CUST-LVL-CD
       MOVE WS-P-RISK-CD TO WS-K-RISK-CD
       MOVE WS-PD-OPEN TO WS-K-OPEN
       MOVE 0 TO WS-K-NEW
       MOVE 0 TO WS-K-REACT
       MOVE 0 TO WS-K-MIGR-IN
       MOVE WS-PD-CLS TO WS-K-CLS
       MOVE WS-PD-MRG TO WS-K-MRG
       MOVE WS-PD-DORM TO WS-K-DORM
       MOVE WS-PD-DECD TO WS-K-DECD
       MOVE WS-PD-MIGR-OUT TO WS-K-MIGR-OUT
       MOVE 0 TO WS-K-CLOSE
       PERFORM POST-CELL-DELTA
    END-IF

    IF WS-C-DELTA NOT = ZEROS AND WS-POST-FAIL-FLG = 'N'
       MOVE WS-C-BRANCH-NO TO WS-K-BRANCH-NO
       MOVE WS-C-CUST-TYP-CD TO WS-K-CUST-TYP-CD
       MOVE WS-C-CUST-LVL-CD TO WS-K-CUST-LVL-CD
       MOVE WS-C-RISK-CD TO WS-K-RISK-CD
       MOVE 0 TO WS-K-OPEN
       MOVE WS-CD-NEW TO WS-K-NEW
       MOVE WS-CD-REACT TO WS-K-REACT
       MOVE WS-CD-MIGR-IN TO WS-K-MIGR-IN
       MOVE WS-CD-CLS TO WS-K-CLS
       MOVE WS-CD-MRG TO WS-K-MRG
       MOVE WS-CD-DORM TO WS-K-DORM
       MOVE WS-CD-DECD TO WS-K-DECD
       MOVE 0 TO WS-K-MIGR-OUT
       MOVE WS-CD-CLOSE TO WS-K-CLOSE
       PERFORM POST-CELL-DELTA
    END-IF

    IF WS-CUR-IN-FLG = 'Y' AND WS-POST-FAIL-FLG = 'N'
       EXEC SQL
           INSERT INTO CUST_MIS_MONTH_SNAP (
               TENANT_NO, STAT_MONTH, CUST_NO, BRANCH_NO,
               CUST_TYP_CD, CUST_LVL_CD, RISK_CD, CRT_TM
           ) VALUES (
               :WS-TENANT-NO, :WS-STAT-MONTH, :WS-CUST-NO,
               :WS-C-BRANCH-NO, :WS-C-CUST-TYP-CD,
               :WS-C-CUST-LVL-CD, :WS-C-RISK-CD, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 'Y' TO WS-POST-FAIL-FLG
       END-IF
    END-IF

    IF WS-POST-FAIL-FLG = 'Y'
       DISPLAY '客户基数落表失败 客户号:' WS-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    IF WS-CUR-IN-FLG = 'Y'
       ADD 1 TO WS-STOCK-COUNT
    END-IF.

*> 统计格计数累加：有行UPDATE无行INSERT(同CHNLUTILPOST01的
*> POST-ONE-PERIOD方式)
POST-CELL-DELTA.
    EXEC SQL
        UPDATE CUST_MIS_CELL
           SET OPEN_CNT = OPEN_CNT + :WS-K-OPEN,
               NEW_CNT = NEW_CNT + :WS-K-NEW,
               REACT_CNT = REACT_CNT + :WS-K-REACT,
               MIGR_IN_CNT = MIGR_IN_CNT + :WS-K-MIGR-IN,
               CLS_CNT = CLS_CNT + :WS-K-CLS,
               MRG_CNT = MRG_CNT + :WS-K-MRG,
               DORM_CNT = DORM_CNT + :WS-K-DORM,
               DECD_CNT = DECD_CNT + :WS-K-DECD,
               MIGR_OUT_CNT = MIGR_OUT_CNT + :WS-K-MIGR-OUT,
               CLOSE_CNT = CLOSE_CNT + :WS-K-CLOSE
         WHERE TENANT_NO = :WS-TENANT-NO
           AND STAT_MONTH = :WS-STAT-MONTH
           AND BRANCH_NO = :WS-K-BRANCH-NO
           AND CUST_TYP_CD = :WS-K-CUST-TYP-CD
           AND CUST_LVL_CD = :WS-K-CUST-LVL-CD
           AND RISK_CD = :WS-K-RISK-CD
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE 'Y' TO WS-POST-FAIL-FLG
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ROW-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
    END-IF

    IF WS-ROW-COUNT = 0
       EXEC SQL
           INSERT INTO CUST_MIS_CELL (
               TENANT_NO, STAT_MONTH, BRANCH_NO, CUST_TYP_CD,
               CUST_LVL_CD, RISK_CD, OPEN_CNT, NEW_CNT, REACT_CNT,
               MIGR_IN_CNT, CLS_CNT, MRG_CNT, DORM_CNT, DECD_CNT,
               MIGR_OUT_CNT, CLOSE_CNT, RECON_FLG, CRT_TM
           ) VALUES (
               :WS-TENANT-NO, :WS-STAT-MONTH, :WS-K-BRANCH-NO,
               :WS-K-CUST-TYP-CD, :WS-K-CUST-LVL-CD, :WS-K-RISK-CD,
               :WS-K-OPEN, :WS-K-NEW, :WS-K-REACT, :WS-K-MIGR-IN,
               :WS-K-CLS, :WS-K-MRG, :WS-K-DORM, :WS-K-DECD,
               :WS-K-MIGR-OUT, :WS-K-CLOSE, ' ', CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 'Y' TO WS-POST-FAIL-FLG
       END-IF
    END-IF.

*> 报表：逐格一行，勾稽差额不为零标BREAK(首次运行标BASELINE)，
*> 换租户时出租户合计
WRITE-MIS-REPORT.
    MOVE SPACES TO REPORT-RECORD
    STRING '月度客户基数报表 统计月份:' DELIMITED BY SIZE
           WS-STAT-MONTH                DELIMITED BY SIZE
           ' 业务日期:'                 DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    IF WS-BASELINE-FLG = 'Y'
       MOVE SPACES TO REPORT-RECORD
       STRING '上月无客户快照，本月为基准月，期初存量按零' DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING 'TENANT     BRANCH     TP LV RK    OPEN     NEW   REACT'
                                              DELIMITED BY SIZE
           '   MIGIN     CLS     MRG    DORM    DECD  MIGOUT'
                                              DELIMITED BY SIZE
           '   CLOSE     NET    DIFF FLAG'    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE MIS-CELL-CUR CURSOR FOR
        SELECT TENANT_NO, BRANCH_NO, CUST_TYP_CD, CUST_LVL_CD,
               RISK_CD, OPEN_CNT, NEW_CNT, REACT_CNT, MIGR_IN_CNT,
               CLS_CNT, MRG_CNT, DORM_CNT, DECD_CNT, MIGR_OUT_CNT,
               CLOSE_CNT, RECON_FLG
          FROM CUST_MIS_CELL
         WHERE STAT_MONTH = :WS-STAT-MONTH
         ORDER BY TENANT_NO, BRANCH_NO, CUST_TYP_CD, CUST_LVL_CD,
                  RISK_CD
    END-EXEC.

    EXEC SQL OPEN MIS-CELL-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '统计格游标打开失败'
       EXIT PARAGRAPH
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MIS-CELL-CUR
            INTO :WS-R-TENANT-NO, :WS-R-BRANCH-NO,
                 :WS-R-CUST-TYP-CD, :WS-R-CUST-LVL-CD, :WS-R-RISK-CD,
                 :WS-R-OPEN, :WS-R-NEW, :WS-R-REACT, :WS-R-MIGR-IN,
                 :WS-R-CLS, :WS-R-MRG, :WS-R-DORM, :WS-R-DECD,
                 :WS-R-MIGR-OUT, :WS-R-CLOSE, :WS-R-RECON-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-R-TENANT-NO NOT = WS-T-PREV-TENANT-NO
             IF WS-T-PREV-TENANT-NO NOT = SPACES
                PERFORM WRITE-TENANT-TOTAL
             END-IF
             MOVE WS-R-TENANT-NO TO WS-T-PREV-TENANT-NO
             INITIALIZE WS-T-CNT-AREA
             MOVE 0 TO WS-T-BREAK-COUNT
          END-IF
          PERFORM WRITE-CELL-LINE
       END-IF
    END-PERFORM

    EXEC SQL CLOSE MIS-CELL-CUR END-EXEC

    IF WS-T-PREV-TENANT-NO NOT = SPACES
       PERFORM WRITE-TENANT-TOTAL
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING 'CELLS: '          DELIMITED BY SIZE
           WS-CELL-COUNT      DELIMITED BY SIZE
           ' BREAKS: '        DELIMITED BY SIZE
           WS-BREAK-COUNT     DELIMITED BY SIZE
           ' CLOSING STOCK: ' DELIMITED BY SIZE
           WS-STOCK-COUNT     DELIMITED BY SIZE
           ' SCANNED: '       DELIMITED BY SIZE
           WS-SCANNED-COUNT   DELIMITED BY SIZE
           ' FAILED: '        DELIMITED BY SIZE
           WS-FAIL-COUNT      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-CELL-LINE.
    ADD 1 TO WS-CELL-COUNT
    ADD WS-R-OPEN TO WS-T-OPEN
    ADD WS-R-NEW TO WS-T-NEW
    ADD WS-R-REACT TO WS-T-REACT
    ADD WS-R-MIGR-IN TO WS-T-MIGR-IN
    ADD WS-R-CLS TO WS-T-CLS
    ADD WS-R-MRG TO WS-T-MRG
    ADD WS-R-DORM TO WS-T-DORM
    ADD WS-R-DECD TO WS-T-DECD
    ADD WS-R-MIGR-OUT TO WS-T-MIGR-OUT
    ADD WS-R-CLOSE TO WS-T-CLOSE

    COMPUTE WS-R-NET = WS-R-CLOSE - WS-R-OPEN
    COMPUTE WS-R-DIFF = WS-R-OPEN + WS-R-NEW + WS-R-REACT
                      + WS-R-MIGR-IN - WS-R-CLS - WS-R-MRG
                      - WS-R-DORM - WS-R-DECD - WS-R-MIGR-OUT
                      - WS-R-CLOSE
    MOVE SPACES TO WS-R-FLAG-TXT
    IF WS-R-RECON-FLG NOT = '1'
       IF WS-BASELINE-FLG = 'Y'
          MOVE 'BASELINE' TO WS-R-FLAG-TXT
       ELSE
          MOVE 'BREAK' TO WS-R-FLAG-TXT
          ADD 1 TO WS-BREAK-COUNT
          ADD 1 TO WS-T-BREAK-COUNT
       END-IF
    END-IF
    PERFORM FORMAT-COUNT-LINE.

WRITE-TENANT-TOTAL.
    MOVE WS-T-PREV-TENANT-NO TO WS-R-TENANT-NO
    MOVE '*TOTAL*' TO WS-R-BRANCH-NO
    MOVE SPACES TO WS-R-CUST-TYP-CD
    MOVE SPACES TO WS-R-CUST-LVL-CD
    MOVE SPACES TO WS-R-RISK-CD
    MOVE WS-T-CNT-AREA TO WS-R-CNT-AREA
    COMPUTE WS-R-NET = WS-R-CLOSE - WS-R-OPEN
    COMPUTE WS-R-DIFF = WS-R-OPEN + WS-R-NEW + WS-R-REACT
                      + WS-R-MIGR-IN - WS-R-CLS - WS-R-MRG
                      - WS-R-DORM - WS-R-DECD - WS-R-MIGR-OUT
                      - WS-R-CLOSE
    MOVE SPACES TO WS-R-FLAG-TXT
    IF WS-T-BREAK-COUNT > 0
       STRING 'BREAKS:'        DELIMITED BY SIZE
              WS-T-BREAK-COUNT DELIMITED BY SIZE
         INTO WS-R-FLAG-TXT
       END-STRING
    END-IF
    PERFORM FORMAT-COUNT-LINE.

FORMAT-COUNT-LINE.
    MOVE WS-R-NET TO WS-R-NET-DSP
    MOVE WS-R-DIFF TO WS-R-DIFF-DSP
    MOVE SPACES TO REPORT-RECORD
    STRING WS-R-TENANT-NO    DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-BRANCH-NO    DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-CUST-TYP-CD  DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-CUST-LVL-CD  DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-RISK-CD      DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-OPEN         DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-NEW          DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-REACT        DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-MIGR-IN      DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-CLS          DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-MRG          DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-DORM         DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-DECD         DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-MIGR-OUT     DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-CLOSE        DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-NET-DSP      DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-DIFF-DSP     DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-R-FLAG-TXT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
