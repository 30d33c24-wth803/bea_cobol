IDENTIFICATION DIVISION.
PROGRAM-ID. RMBOOK01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 客户经理管户月报：按客户经理分段，段头为客户经理及所属机构，
*> 段内一行一户，段尾小计，末尾总计
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(160).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件(同
*> MGMTNAMELISTBAT01)
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.

*> 游标读出的一行：客户经理、管户岗位(P主办/B协办)、客户层级、
*> 最新风险评级、最新存款快照余额及快照日、在途工单件数
01  WS-TENANT-NO            PIC X(10).
01  WS-RM-TELR-NO           PIC X(10).
01  WS-RM-ROLE-CD           PIC X(01).
01  WS-CUST-NO              PIC X(20).
01  WS-CUST-NM              PIC X(60).
01  WS-CUST-LVL-CD          PIC X(02).
01  WS-RISK-CD              PIC X(02).
01  WS-BAL-AMT              PIC S9(13)V99 COMP-3.
01  WS-SNAP-DT              PIC X(08).
01  WS-OPEN-WL-COUNT        PIC 9(05).

*> 客户经理分段控制
01  WS-PREV-TENANT-NO       PIC X(10) VALUE SPACES.
01  WS-PREV-RM-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-RM-BRANCH-NO         PIC X(10).
01  WS-RM-PRIM-COUNT        PIC 9(7).
01  WS-RM-BKUP-COUNT        PIC 9(7).
01  WS-RM-WL-COUNT          PIC 9(7).
01  WS-RM-BAL-AMT           PIC S9(15)V99 COMP-3.

01  WS-RM-COUNT             PIC 9(7) VALUE 0.
01  WS-LINE-COUNT           PIC 9(9) VALUE 0.
01  WS-TOT-PRIM-COUNT       PIC 9(9) VALUE 0.
01  WS-TOT-BKUP-COUNT       PIC 9(9) VALUE 0.
01  WS-TOT-WL-COUNT         PIC 9(9) VALUE 0.

01  WS-BAL-AMT-DSP          PIC -(13)9.99.
01  WS-RM-BAL-AMT-DSP       PIC -(15)9.99.
01  WS-OPEN-WL-DSP          PIC Z(4)9.

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'RMBOOK01'.
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
01  WS-RR-JOB-NM            PIC X(20) VALUE 'RMBOOK01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 客户经理管户月报批：每月按业务日期在力的管户指派(CUST_RM_ASSIGN)
*> 出一份各客户经理的管户清单——主办与协办分列，每户列客户层级、
*> 最新风险评级、最新存款快照余额(无快照按零，口径同RECOMPTIER01)
*> 及在途工单件数(对公尽调复核、登记差异、身故通知、监护核查、
*> 监管更正五类工单状态'0')。报表文件按月命名
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

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'RM.BOOK.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT(1:6) DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '客户经理管户月报 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE RM-BOOK-CUR CURSOR FOR
        SELECT R.TENANT_NO, R.RM_TELR_NO, R.RM_ROLE_CD, R.CUST_NO,
               B.CUST_NM, COALESCE(B.CUST_LVL_CD, ' '),
               COALESCE((SELECT K.CUST_ATTN_EXTT_CD
                           FROM CUST_RISK_RATING K
                          WHERE K.CUST_NO = R.CUST_NO
                            AND K.VALID_FLG = '1'
                          ORDER BY K.EVALT_DT DESC
                          FETCH FIRST 1 ROW ONLY), ' '),
               COALESCE(S.BAL_AMT, 0), COALESCE(S.SNAP_DT, ' '),
               (SELECT COUNT(*) FROM CORP_DD_REVIEW_WORKLIST W1
                 WHERE W1.TENANT_NO = R.TENANT_NO
                   AND W1.CUST_NO = R.CUST_NO
                   AND W1.STATUS_CD = '0')
             + (SELECT COUNT(*) FROM CORP_REG_DISC_WORKLIST W2
                 WHERE W2.TENANT_NO = R.TENANT_NO
                   AND W2.CUST_NO = R.CUST_NO
                   AND W2.STATUS_CD = '0')
             + (SELECT COUNT(*) FROM DECD_NOTICE_WORKLIST W3
                 WHERE W3.TENANT_NO = R.TENANT_NO
                   AND W3.CUST_NO = R.CUST_NO
                   AND W3.STUS_CD = '0')
             + (SELECT COUNT(*) FROM GRDN_INTEG_WORKLIST W4
                 WHERE W4.TENANT_NO = R.TENANT_NO
                   AND W4.CUST_NO = R.CUST_NO
                   AND W4.STATUS_CD = '0')
             + (SELECT COUNT(*) FROM REG_CORR_WORKLIST W5
                 WHERE W5.CUST_NO = R.CUST_NO
                   AND W5.STATUS_CD = '0')
          FROM (SELECT TENANT_NO, CUST_NO,
                       PRIM_RM_TELR_NO AS RM_TELR_NO,
                       'P' AS RM_ROLE_CD
                  FROM CUST_RM_ASSIGN
                 WHERE VALID_FLG = '1'
                   AND EFFT_DT <= :WS-BD-BIZ-DT
                   AND (EXPIRE_DT = SPACES
                        OR EXPIRE_DT >= :WS-BD-BIZ-DT)
                UNION ALL
                SELECT TENANT_NO, CUST_NO,
                       BKUP_RM_TELR_NO AS RM_TELR_NO,
                       'B' AS RM_ROLE_CD
                  FROM CUST_RM_ASSIGN
                 WHERE VALID_FLG = '1'
                   AND BKUP_RM_TELR_NO NOT = SPACES
                   AND EFFT_DT <= :WS-BD-BIZ-DT
                   AND (EXPIRE_DT = SPACES
                        OR EXPIRE_DT >= :WS-BD-BIZ-DT)) R
          JOIN CUSTOMER_BASIC_INFO B
            ON B.TENANT_NO = R.TENANT_NO
           AND B.CUST_NO = R.CUST_NO
           AND B.VALID_FLG = '1'
          LEFT JOIN CUST_BAL_SNAPSHOT S
            ON S.TENANT_NO = R.TENANT_NO
           AND S.CUST_NO = R.CUST_NO
         ORDER BY R.TENANT_NO, R.RM_TELR_NO, R.RM_ROLE_CD DESC,
                  R.CUST_NO
    END-EXEC.

    EXEC SQL OPEN RM-BOOK-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '客户经理管户游标打开失败'
       CLOSE REPORT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH RM-BOOK-CUR
            INTO :WS-TENANT-NO, :WS-RM-TELR-NO, :WS-RM-ROLE-CD,
                 :WS-CUST-NO, :WS-CUST-NM, :WS-CUST-LVL-CD,
                 :WS-RISK-CD, :WS-BAL-AMT, :WS-SNAP-DT,
                 :WS-OPEN-WL-COUNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-TENANT-NO NOT = WS-PREV-TENANT-NO
             OR WS-RM-TELR-NO NOT = WS-PREV-RM-TELR-NO
             IF WS-PREV-RM-TELR-NO NOT = SPACES
                PERFORM WRITE-RM-SUBTOTAL
             END-IF
             PERFORM START-RM-SECTION
          END-IF
          PERFORM WRITE-BOOK-LINE
       END-IF
    END-PERFORM

    EXEC SQL CLOSE RM-BOOK-CUR END-EXEC

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '客户经理管户游标读取失败'
       CLOSE REPORT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE WS-LINE-COUNT TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    IF WS-PREV-RM-TELR-NO NOT = SPACES
       PERFORM WRITE-RM-SUBTOTAL
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING 'RMS: '            DELIMITED BY SIZE
           WS-RM-COUNT        DELIMITED BY SIZE
           ' PRIMARY: '       DELIMITED BY SIZE
           WS-TOT-PRIM-COUNT  DELIMITED BY SIZE
           ' BACKUP: '        DELIMITED BY SIZE
           WS-TOT-BKUP-COUNT  DELIMITED BY SIZE
           ' OPEN WORKLIST: ' DELIMITED BY SIZE
           WS-TOT-WL-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记
    MOVE WS-LINE-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-LINE-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '客户经理管户月报完成，客户经理:' WS-RM-COUNT
            ' 主办:' WS-TOT-PRIM-COUNT ' 协办:' WS-TOT-BKUP-COUNT
            ' 在途工单:' WS-TOT-WL-COUNT.

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

*> 客户经理段头：客户经理柜员号及其所属机构(柜员已失效的标注)
START-RM-SECTION.
    MOVE WS-TENANT-NO TO WS-PREV-TENANT-NO
    MOVE WS-RM-TELR-NO TO WS-PREV-RM-TELR-NO
    MOVE 0 TO WS-RM-PRIM-COUNT
    MOVE 0 TO WS-RM-BKUP-COUNT
    MOVE 0 TO WS-RM-WL-COUNT
    MOVE 0 TO WS-RM-BAL-AMT
    ADD 1 TO WS-RM-COUNT

    MOVE SPACES TO WS-RM-BRANCH-NO
    EXEC SQL
        SELECT BRANCH_NO INTO :WS-RM-BRANCH-NO
          FROM TELLER_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND TELR_NO = :WS-RM-TELR-NO
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE '*INVALID*' TO WS-RM-BRANCH-NO
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING '租户:'           DELIMITED BY SIZE
           WS-TENANT-NO      DELIMITED BY SIZE
           ' 客户经理:'      DELIMITED BY SIZE
           WS-RM-TELR-NO     DELIMITED BY SIZE
           ' 所属机构:'      DELIMITED BY SIZE
           WS-RM-BRANCH-NO   DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-BOOK-LINE.
    ADD 1 TO WS-LINE-COUNT
    IF WS-RM-ROLE-CD = 'P'
       ADD 1 TO WS-RM-PRIM-COUNT
       ADD 1 TO WS-TOT-PRIM-COUNT
    ELSE
       ADD 1 TO WS-RM-BKUP-COUNT
       ADD 1 TO WS-TOT-BKUP-COUNT
    END-IF
    ADD WS-OPEN-WL-COUNT TO WS-RM-WL-COUNT
    ADD WS-OPEN-WL-COUNT TO WS-TOT-WL-COUNT
    ADD WS-BAL-AMT TO WS-RM-BAL-AMT

    MOVE WS-BAL-AMT TO WS-BAL-AMT-DSP
    MOVE WS-OPEN-WL-COUNT TO WS-OPEN-WL-DSP
    MOVE SPACES TO REPORT-RECORD
    STRING '  '              DELIMITED BY SIZE
           WS-RM-ROLE-CD     DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-CUST-NO        DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-CUST-NM(1:30)  DELIMITED BY SIZE
           ' 层级:'          DELIMITED BY SIZE
           WS-CUST-LVL-CD    DELIMITED BY SIZE
           ' 风险:'          DELIMITED BY SIZE
           WS-RISK-CD        DELIMITED BY SIZE
           ' 余额:'          DELIMITED BY SIZE
           WS-BAL-AMT-DSP    DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-SNAP-DT        DELIMITED BY SIZE
           ' 在途工单:'      DELIMITED BY SIZE
           WS-OPEN-WL-DSP    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-RM-SUBTOTAL.
    MOVE WS-RM-BAL-AMT TO WS-RM-BAL-AMT-DSP
    MOVE SPACES TO REPORT-RECORD
    STRING '  小计 主办:'    DELIMITED BY SIZE
           WS-RM-PRIM-COUNT  DELIMITED BY SIZE
           ' 协办:'          DELIMITED BY SIZE
           WS-RM-BKUP-COUNT  DELIMITED BY SIZE
           ' 余额合计:'      DELIMITED BY SIZE
           WS-RM-BAL-AMT-DSP DELIMITED BY SIZE
           ' 在途工单:'      DELIMITED BY SIZE
           WS-RM-WL-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
