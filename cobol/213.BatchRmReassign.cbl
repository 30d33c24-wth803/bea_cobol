IDENTIFICATION DIVISION.
PROGRAM-ID. RMREASG01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 客户经理批量改派结果报告：一行一户，末尾总计
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(120).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RUN-PARM             PIC X(40).
01  WS-TENANT-NO            PIC X(10).
01  WS-MODE-CD              PIC X(01).
01  WS-FROM-RM-TELR-NO      PIC X(10).
01  WS-BRANCH-NO            PIC X(10).
01  WS-TO-RM-TELR-NO        PIC X(10).
01  WS-CHG-RSN-CD           PIC X(02).
01  WS-OPER-TELR-NO         PIC X(10) VALUE 'SYSRMREASG'.
01  WS-TELR-COUNT           PIC 9(5).
01  WS-CURRENT-DATE         PIC X(08).
01  WS-CURRENT-DATE-NUM     PIC 9(08).
01  WS-PREV-DT              PIC X(08).
01  WS-PREV-DT-NUM          PIC 9(08).

01  WS-SCANNED-COUNT        PIC 9(9) VALUE 0.
01  WS-MOVED-COUNT          PIC 9(9) VALUE 0.
01  WS-CONFLICT-COUNT       PIC 9(9) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(9) VALUE 0.
01  WS-RESULT-CD            PIC X(08).

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件(同
*> MGMTNAMELISTBAT01)
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.

*> 游标读出的一行管户指派(在力或已排期)及改派后的主办/协办
01  WS-CUST-NO              PIC X(20).
01  WS-PRIM-RM-TELR-NO      PIC X(10).
01  WS-BKUP-RM-TELR-NO      PIC X(10).
01  WS-EFFT-DT              PIC X(08).
01  WS-EXPIRE-DT            PIC X(08).
01  WS-LEAVE-RM-TELR-NO     PIC X(10).
01  WS-NEW-PRIM-RM-NO       PIC X(10).
01  WS-NEW-BKUP-RM-NO       PIC X(10).

*> 柜员权限校验工作区(AUTHCHK01)：承接客户经理须持客户经理角色
*> '13'；逐户带客户号做利益冲突校验，冲突的户跳过并落报告
01  WS-AUTHCHK-ROLE-CD      PIC X(02) VALUE '13'.
01  WS-AUTHCHK-CUST-NO      PIC X(20).
01  WS-AUTHCHK-RESP-CODE    PIC X(06).
01  WS-AUTHCHK-RESP-MSG     PIC X(50).

*> 报表按日留代并登记报表产出台账(同BRANCHREASG01)
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'RMREASG01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 客户经理批量改派批：客户经理离职或机构重组时把其名下管户一次
*> 改派给承接客户经理，不再逐户走MGMTCUSTRM01。命令行参数：前10位
*> 租户号，第11位模式，12-21位、22-31位按模式——
*>   R 客户经理离职：原客户经理柜员号、承接客户经理柜员号；原客户
*>     经理作主办的改主办，作协办的改协办
*>   B 机构重组：机构号、承接客户经理柜员号；在BRANCHREASG01划转
*>     之后跑，该机构名下客户中主办客户经理已不是本机构有效柜员的
*>     一并改派给承接客户经理(须为本机构柜员)
*> 当日之前已生效的指派截到昨天、另插一段当日生效的新指派(改派
*> 原因03离职/04机构重组)，当日及以后才生效的指派就地改人，历史
*> 口径同MGMTCUSTRM01。承接人已在该户另一岗位时协办置空
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    MOVE WS-RUN-PARM(1:10) TO WS-TENANT-NO
    MOVE WS-RUN-PARM(11:1) TO WS-MODE-CD
    MOVE WS-RUN-PARM(22:10) TO WS-TO-RM-TELR-NO
    MOVE SPACES TO WS-FROM-RM-TELR-NO
    MOVE SPACES TO WS-BRANCH-NO

    EVALUATE WS-MODE-CD
       WHEN 'R'
          MOVE WS-RUN-PARM(12:10) TO WS-FROM-RM-TELR-NO
          MOVE '03' TO WS-CHG-RSN-CD
       WHEN 'B'
          MOVE WS-RUN-PARM(12:10) TO WS-BRANCH-NO
          MOVE '04' TO WS-CHG-RSN-CD
       WHEN OTHER
          DISPLAY '改派模式参数不合法(R离职/B机构重组):' WS-MODE-CD
          GOBACK
    END-EVALUATE

    IF WS-TENANT-NO = SPACES OR WS-TO-RM-TELR-NO = SPACES
       OR (WS-MODE-CD = 'R' AND WS-FROM-RM-TELR-NO = SPACES)
       OR (WS-MODE-CD = 'B' AND WS-BRANCH-NO = SPACES)
       OR WS-FROM-RM-TELR-NO = WS-TO-RM-TELR-NO
       DISPLAY '租户号/原客户经理或机构号/承接客户经理参数不合法'
       GOBACK
    END-IF

    *> 承接客户经理须在册有效且持客户经理角色
    MOVE SPACES TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING WS-TO-RM-TELR-NO, WS-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       DISPLAY '承接客户经理不合格:' WS-TO-RM-TELR-NO ' '
               WS-AUTHCHK-RESP-MSG
       GOBACK
    END-IF

    *> 机构重组模式下承接客户经理须为本机构柜员
    IF WS-MODE-CD = 'B'
       MOVE 0 TO WS-TELR-COUNT
       EXEC SQL
           SELECT COUNT(*) INTO :WS-TELR-COUNT
             FROM TELLER_INFO
            WHERE TENANT_NO = :WS-TENANT-NO
              AND TELR_NO = :WS-TO-RM-TELR-NO
              AND BRANCH_NO = :WS-BRANCH-NO
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE NOT = 0 OR WS-TELR-COUNT = 0
          DISPLAY '承接客户经理不属本机构:' WS-TO-RM-TELR-NO
          GOBACK
       END-IF
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
    COMPUTE WS-PREV-DT-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) - 1)
    MOVE WS-PREV-DT-NUM TO WS-PREV-DT

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'RM.REASSIGN.REPORT.' DELIMITED BY SIZE
           WS-CURRENT-DATE       DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '客户经理批量改派报告 租户:' DELIMITED BY SIZE
           WS-TENANT-NO                  DELIMITED BY SIZE
           ' 模式:'                      DELIMITED BY SIZE
           WS-MODE-CD                    DELIMITED BY SIZE
           ' '                           DELIMITED BY SIZE
           WS-RUN-PARM(12:10)            DELIMITED BY SIZE
           ' -> '                        DELIMITED BY SIZE
           WS-TO-RM-TELR-NO              DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 在力及已排期的指派：离职模式按原客户经理(主办或协办)取，
    *> 机构重组模式按机构名下客户且主办已不是本机构有效柜员取
    EXEC SQL
        DECLARE RM-REASG-CUR CURSOR FOR
        SELECT A.CUST_NO, A.PRIM_RM_TELR_NO,
               COALESCE(A.BKUP_RM_TELR_NO, ' '),
               A.EFFT_DT, A.EXPIRE_DT
          FROM CUST_RM_ASSIGN A
         WHERE A.TENANT_NO = :WS-TENANT-NO
           AND A.VALID_FLG = '1'
           AND (A.EXPIRE_DT = SPACES
                OR A.EXPIRE_DT >= :WS-CURRENT-DATE)
           AND ((:WS-MODE-CD = 'R'
                 AND (A.PRIM_RM_TELR_NO = :WS-FROM-RM-TELR-NO
                      OR A.BKUP_RM_TELR_NO = :WS-FROM-RM-TELR-NO))
                OR (:WS-MODE-CD = 'B'
                    AND EXISTS (SELECT 1
                                  FROM CUSTOMER_BASIC_INFO B
                                 WHERE B.TENANT_NO = A.TENANT_NO
                                   AND B.CUST_NO = A.CUST_NO
                                   AND B.BRANCH_NO = :WS-BRANCH-NO
                                   AND B.VALID_FLG = '1')
                    AND NOT EXISTS (SELECT 1
                                      FROM TELLER_INFO T
                                     WHERE T.TENANT_NO = A.TENANT_NO
                                       AND T.TELR_NO = A.PRIM_RM_TELR_NO
                                       AND T.BRANCH_NO = :WS-BRANCH-NO
                                       AND T.VALID_FLG = '1')))
         ORDER BY A.CUST_NO, A.EFFT_DT
    END-EXEC.

    EXEC SQL OPEN RM-REASG-CUR END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '管户指派游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH RM-REASG-CUR
            INTO :WS-CUST-NO, :WS-PRIM-RM-TELR-NO,
                 :WS-BKUP-RM-TELR-NO, :WS-EFFT-DT, :WS-EXPIRE-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM REASSIGN-ONE-CUST
       END-IF
    END-PERFORM

    EXEC SQL CLOSE RM-REASG-CUR END-EXEC

    MOVE SPACES TO REPORT-RECORD
    STRING 'SCANNED: '        DELIMITED BY SIZE
           WS-SCANNED-COUNT   DELIMITED BY SIZE
           ' REASSIGNED: '    DELIMITED BY SIZE
           WS-MOVED-COUNT     DELIMITED BY SIZE
           ' CONFLICT: '      DELIMITED BY SIZE
           WS-CONFLICT-COUNT  DELIMITED BY SIZE
           ' FAILED: '        DELIMITED BY SIZE
           WS-FAIL-COUNT      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同BRANCHREASG01)
    MOVE WS-MOVED-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-CURRENT-DATE,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '客户经理批量改派完成，扫描:' WS-SCANNED-COUNT
            ' 改派:' WS-MOVED-COUNT ' 冲突跳过:' WS-CONFLICT-COUNT
            ' 失败:' WS-FAIL-COUNT

    GOBACK.

*> 一段指派改派：算出新主办/协办，冲突校验后落表并写报告行
REASSIGN-ONE-CUST.
    ADD 1 TO WS-SCANNED-COUNT

    IF WS-MODE-CD = 'R'
       MOVE WS-FROM-RM-TELR-NO TO WS-LEAVE-RM-TELR-NO
    ELSE
       MOVE WS-PRIM-RM-TELR-NO TO WS-LEAVE-RM-TELR-NO
    END-IF

    MOVE WS-PRIM-RM-TELR-NO TO WS-NEW-PRIM-RM-NO
    MOVE WS-BKUP-RM-TELR-NO TO WS-NEW-BKUP-RM-NO
    IF WS-PRIM-RM-TELR-NO = WS-LEAVE-RM-TELR-NO
       MOVE WS-TO-RM-TELR-NO TO WS-NEW-PRIM-RM-NO
       IF WS-BKUP-RM-TELR-NO = WS-TO-RM-TELR-NO
          MOVE SPACES TO WS-NEW-BKUP-RM-NO
       END-IF
    ELSE
       IF WS-PRIM-RM-TELR-NO = WS-TO-RM-TELR-NO
          MOVE SPACES TO WS-NEW-BKUP-RM-NO
       ELSE
          MOVE WS-TO-RM-TELR-NO TO WS-NEW-BKUP-RM-NO
       END-IF
    END-IF

    *> 承接客户经理与该户的利益冲突校验
    MOVE WS-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING WS-TO-RM-TELR-NO, WS-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       ADD 1 TO WS-CONFLICT-COUNT
       MOVE 'CONFLICT' TO WS-RESULT-CD
       PERFORM WRITE-REASSIGN-LINE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC

    IF WS-EFFT-DT < WS-CURRENT-DATE
       PERFORM SPLIT-CURRENT-ASSIGN
    ELSE
       PERFORM UPDATE-PENDING-ASSIGN
    END-IF

    IF WS-RESULT-CD = 'FAILED'
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-FAIL-COUNT
       PERFORM WRITE-REASSIGN-LINE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-FAIL-COUNT
       MOVE 'FAILED' TO WS-RESULT-CD
       PERFORM WRITE-REASSIGN-LINE
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-MOVED-COUNT
    MOVE 'MOVED' TO WS-RESULT-CD
    PERFORM WRITE-REASSIGN-LINE.

*> 当日之前已生效的指派：原段截到昨天，另插一段当日生效的新指派，
*> 失效日期沿用原段
SPLIT-CURRENT-ASSIGN.
    MOVE SPACES TO WS-RESULT-CD
    EXEC SQL
        UPDATE CUST_RM_ASSIGN
           SET EXPIRE_DT = :WS-PREV-DT,
               UPD_TELR_NO = :WS-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND EFFT_DT = :WS-EFFT-DT
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE 'FAILED' TO WS-RESULT-CD
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO CUST_RM_ASSIGN (
            TENANT_NO, CUST_NO, PRIM_RM_TELR_NO, BKUP_RM_TELR_NO,
            EFFT_DT, EXPIRE_DT, CHG_RSN_CD, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :WS-TENANT-NO, :WS-CUST-NO, :WS-NEW-PRIM-RM-NO,
            :WS-NEW-BKUP-RM-NO, :WS-CURRENT-DATE, :WS-EXPIRE-DT,
            :WS-CHG-RSN-CD, '1', :WS-OPER-TELR-NO, :WS-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE 'FAILED' TO WS-RESULT-CD
    END-IF.

*> 当日及以后才生效的指派：就地改人并记改派原因
UPDATE-PENDING-ASSIGN.
    MOVE SPACES TO WS-RESULT-CD
    EXEC SQL
        UPDATE CUST_RM_ASSIGN
           SET PRIM_RM_TELR_NO = :WS-NEW-PRIM-RM-NO,
               BKUP_RM_TELR_NO = :WS-NEW-BKUP-RM-NO,
               CHG_RSN_CD = :WS-CHG-RSN-CD,
               UPD_TELR_NO = :WS-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND EFFT_DT = :WS-EFFT-DT
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE 'FAILED' TO WS-RESULT-CD
    END-IF.

WRITE-REASSIGN-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-CUST-NO          DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-EFFT-DT          DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-PRIM-RM-TELR-NO  DELIMITED BY SIZE
           '/'                 DELIMITED BY SIZE
           WS-BKUP-RM-TELR-NO  DELIMITED BY SIZE
           ' -> '              DELIMITED BY SIZE
           WS-NEW-PRIM-RM-NO   DELIMITED BY SIZE
           '/'                 DELIMITED BY SIZE
           WS-NEW-BKUP-RM-NO   DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-RESULT-CD        DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
