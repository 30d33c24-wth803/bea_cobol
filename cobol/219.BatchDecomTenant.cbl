IDENTIFICATION DIVISION.
PROGRAM-ID. TENANTDECOM01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 租户下线核对报告：逐项列出阻断下线的记录(在网客户/有效路由/
*> 在效冻结/在效保全/未决复核/未结筛查案件)，放行后逐表列出
*> 失效处理的配置行数
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

*> 租户存档导出文件：分节沿用个人信息查阅导出(SARDATAEXP01)的
*> 节次与每节记录数，范围由单个客户扩到整个租户(每行首列客户号)，
*> 末节附下线前的租户参数
FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD          PIC X(400).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

*> 命令行参数：租户号 经办人 [CHECK](空格分隔)。带CHECK只做阻断
*> 核对不下线
01  WS-RUN-PARM             PIC X(40).
01  WS-TENANT-NO            PIC X(10).
01  WS-OPER-ID              PIC X(10).
01  WS-RUN-MODE             PIC X(10).

01  WS-CURRENT-DATE         PIC X(08).
01  WS-EXIST-COUNT          PIC 9(5).
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-ROW-COUNT            PIC S9(9) COMP-4.
01  WS-FAIL-FLG             PIC X(01) VALUE 'N'.

*> 阻断核对：逐类计数与总数，阻断行的通用键字段
01  WS-BLOCKER-TOTAL        PIC 9(7) VALUE 0.
01  WS-BLOCKER-COUNT        PIC 9(7).
01  WS-BLOCKER-CAT          PIC X(20).
01  WS-BK-KEY1              PIC X(20).
01  WS-BK-KEY2              PIC X(20).
01  WS-BK-KEY3              PIC X(50).

*> 存档导出：节内记录数、全文件记录数与各节的通用字段
01  WS-SECTION-COUNT        PIC 9(7).
01  WS-ARCH-REC-COUNT       PIC 9(9) VALUE 0.
01  WS-AX-CUST-NO           PIC X(20).
01  WS-AX-F1                PIC X(50).
01  WS-AX-F2                PIC X(50).
01  WS-AX-F3                PIC X(50).
01  WS-AX-F4                PIC X(50).
01  WS-AX-F5                PIC X(50).
01  WS-AX-F6                PIC X(100).
01  WS-AX-F7                PIC X(100).
01  WS-AX-F8                PIC X(10).
01  WS-AX-AMT               PIC 9(10)V99.
01  WS-AX-AMT-DSP           PIC Z(9)9.99.

*> 配置失效计数与最后业务日期
01  WS-PARAM-CLOSED-CNT     PIC 9(7) VALUE 0.
01  WS-JOB-CLOSED-CNT       PIC 9(7) VALUE 0.
01  WS-RATE-CLOSED-CNT      PIC 9(7) VALUE 0.
01  WS-LAST-BIZ-DT          PIC X(08).

01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-ARCH-FILE-NAME       PIC X(60).

PROCEDURE DIVISION.
*> 租户下线批：业务单元撤并时受控退役一个租户(与TENANTPROV01
*> 开通配对)——
*>   1) 阻断核对：租户下仍有在网客户、有效路由、在效或待生效的
*>      司法冻结、在效法律保全、未决待复核事项、未结筛查案件的，
*>      逐条列出并拒绝下线
*>   2) 存档导出：按主体访问导出的节次导出租户全部剩余数据
*>   3) 失效配置：租户参数、预期作业清单、汇率牌价置无效，业务
*>      日期行移除(日终翻牌与晨间报告不再涉及该租户)
*>   4) 下线登记：TENANT_DECOM_REGISTRY留一行，TENANTPROV01据此
*>      拒绝复用该租户号
*> 内外代码映射(CODE_MAP_SET)与代码库为全行共享、不按租户分行，
*> 不在失效之列；用量单价保留供末月分摊计费。默认租户001挂着
*> 系统级业务日期，不得下线
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    MOVE SPACES TO WS-TENANT-NO
    MOVE SPACES TO WS-OPER-ID
    MOVE SPACES TO WS-RUN-MODE
    UNSTRING WS-RUN-PARM DELIMITED BY ALL ' '
        INTO WS-TENANT-NO, WS-OPER-ID, WS-RUN-MODE
    END-UNSTRING

    IF WS-TENANT-NO = SPACES OR WS-OPER-ID = SPACES
       DISPLAY '用法: 租户号 经办人 [CHECK]'
       GOBACK
    END-IF

    IF WS-TENANT-NO = '001'
       DISPLAY '默认租户001挂系统业务日期，不得下线'
       GOBACK
    END-IF

    *> 已下线的租户不重复处理
    MOVE 0 TO WS-EXIST-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-EXIST-COUNT
          FROM TENANT_DECOM_REGISTRY
         WHERE TENANT_NO = :WS-TENANT-NO
    END-EXEC
    IF SQLCODE = 0 AND WS-EXIST-COUNT > 0
       DISPLAY '租户已下线登记:' WS-TENANT-NO
       GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'TENANT.DECOM.REPORT.' DELIMITED BY SIZE
           WS-TENANT-NO           DELIMITED BY SPACE
           '.'                    DELIMITED BY SIZE
           WS-CURRENT-DATE        DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '租户下线 租户:' DELIMITED BY SIZE
           WS-TENANT-NO     DELIMITED BY SIZE
           ' 经办人:'       DELIMITED BY SIZE
           WS-OPER-ID       DELIMITED BY SIZE
           ' 日期:'         DELIMITED BY SIZE
           WS-CURRENT-DATE  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 1) 阻断核对
    PERFORM CHECK-ACTIVE-CUSTOMERS
    PERFORM CHECK-ACTIVE-ROUTES
    PERFORM CHECK-INFORCE-FREEZES
    PERFORM CHECK-LEGAL-HOLDS
    PERFORM CHECK-PENDING-AUTHS
    PERFORM CHECK-SCREEN-CASES

    MOVE SPACES TO REPORT-RECORD
    STRING '阻断项合计:'    DELIMITED BY SIZE
           WS-BLOCKER-TOTAL DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    IF WS-BLOCKER-TOTAL > 0
       MOVE 'RESULT: BLOCKED - TENANT NOT DECOMMISSIONED'
         TO REPORT-RECORD
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '租户下线被阻断:' WS-TENANT-NO
               ' 阻断项:' WS-BLOCKER-TOTAL
       GOBACK
    END-IF

    IF WS-RUN-MODE = 'CHECK'
       MOVE 'RESULT: CLEAR - CHECK ONLY, NO CHANGE MADE'
         TO REPORT-RECORD
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '租户下线核对通过(仅核对):' WS-TENANT-NO
       GOBACK
    END-IF

    *> 2) 存档导出
    PERFORM EXPORT-TENANT-ARCHIVE

    MOVE SPACES TO REPORT-RECORD
    STRING '存档文件:'       DELIMITED BY SIZE
           WS-ARCH-FILE-NAME DELIMITED BY SPACE
           ' 记录数:'        DELIMITED BY SIZE
           WS-ARCH-REC-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 3)+4) 失效配置与下线登记同一事务
    PERFORM RETIRE-TENANT-CONFIG

    IF WS-FAIL-FLG = 'Y'
       MOVE 'RESULT: FAILED - CONFIGURATION ROLLED BACK'
         TO REPORT-RECORD
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '租户下线失败，配置已回滚:' WS-TENANT-NO
       GOBACK
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING 'TENANT_PARAM_INFO 失效:'  DELIMITED BY SIZE
           WS-PARAM-CLOSED-CNT        DELIMITED BY SIZE
           ' BATCH_EXPECTED_JOB 失效:' DELIMITED BY SIZE
           WS-JOB-CLOSED-CNT          DELIMITED BY SIZE
           ' EXCH_RATE_INFO 失效:'    DELIMITED BY SIZE
           WS-RATE-CLOSED-CNT         DELIMITED BY SIZE
           ' SYS_BIZ_DATE 末日:'      DELIMITED BY SIZE
           WS-LAST-BIZ-DT             DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE 'CODE_MAP_SET: SHARED ACROSS TENANTS, NOT RETIRED'
      TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE 'RESULT: DECOMMISSIONED' TO REPORT-RECORD
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    DISPLAY '租户下线完成:' WS-TENANT-NO
            ' 存档记录:' WS-ARCH-REC-COUNT.

    GOBACK.

*> ---- 阻断核对 ----
CHECK-ACTIVE-CUSTOMERS.
    MOVE 'ACTIVE CUSTOMER' TO WS-BLOCKER-CAT
    MOVE 0 TO WS-BLOCKER-COUNT
    EXEC SQL
        DECLARE DCM-CUST-CUR CURSOR FOR
        SELECT CUST_NO, COALESCE(CUST_TYP_CD, ' '),
               COALESCE(CUST_NM, ' ')
          FROM CUSTOMER_BASIC_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
         ORDER BY CUST_NO
    END-EXEC.

    EXEC SQL OPEN DCM-CUST-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCM-CUST-CUR
            INTO :WS-BK-KEY1, :WS-BK-KEY2, :WS-BK-KEY3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-BLOCKER-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCM-CUST-CUR END-EXEC.
    PERFORM WRITE-BLOCKER-COUNT.

CHECK-ACTIVE-ROUTES.
    MOVE 'ACTIVE ROUTE' TO WS-BLOCKER-CAT
    MOVE 0 TO WS-BLOCKER-COUNT
    EXEC SQL
        DECLARE DCM-ROUTE-CUR CURSOR FOR
        SELECT CUST_NO, ROUTE_TYP_CD, ROUTE_VAL
          FROM CUST_ACCT_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
         ORDER BY CUST_NO, ROUTE_TYP_CD
    END-EXEC.

    EXEC SQL OPEN DCM-ROUTE-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCM-ROUTE-CUR
            INTO :WS-BK-KEY1, :WS-BK-KEY2, :WS-BK-KEY3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-BLOCKER-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCM-ROUTE-CUR END-EXEC.
    PERFORM WRITE-BLOCKER-COUNT.

*> 在效或待生效的司法冻结(已登记未解除且未过截止日)
CHECK-INFORCE-FREEZES.
    MOVE 'JUDICIAL FREEZE' TO WS-BLOCKER-CAT
    MOVE 0 TO WS-BLOCKER-COUNT
    EXEC SQL
        DECLARE DCM-FRZ-CUR CURSOR FOR
        SELECT FRZ_SEQ_NO, CUST_NO, COURT_ORDER_NO
          FROM CUST_JUDICIAL_FREEZE
         WHERE TENANT_NO = :WS-TENANT-NO
           AND STUS_CD = '1'
           AND (END_DT = SPACES OR END_DT >= :WS-CURRENT-DATE)
         ORDER BY FRZ_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN DCM-FRZ-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCM-FRZ-CUR
            INTO :WS-BK-KEY1, :WS-BK-KEY2, :WS-BK-KEY3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-BLOCKER-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCM-FRZ-CUR END-EXEC.
    PERFORM WRITE-BLOCKER-COUNT.

CHECK-LEGAL-HOLDS.
    MOVE 'LEGAL HOLD' TO WS-BLOCKER-CAT
    MOVE 0 TO WS-BLOCKER-COUNT
    EXEC SQL
        DECLARE DCM-HOLD-CUR CURSOR FOR
        SELECT HOLD_SEQ_NO, CUST_NO, CASE_REF
          FROM CUST_LEGAL_HOLD
         WHERE TENANT_NO = :WS-TENANT-NO
           AND STUS_CD = '1'
         ORDER BY HOLD_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN DCM-HOLD-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCM-HOLD-CUR
            INTO :WS-BK-KEY1, :WS-BK-KEY2, :WS-BK-KEY3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-BLOCKER-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCM-HOLD-CUR END-EXEC.
    PERFORM WRITE-BLOCKER-COUNT.

CHECK-PENDING-AUTHS.
    MOVE 'PENDING AUTH' TO WS-BLOCKER-CAT
    MOVE 0 TO WS-BLOCKER-COUNT
    EXEC SQL
        DECLARE DCM-AUTH-CUR CURSOR FOR
        SELECT AUTH_SEQ_NO, COALESCE(CUST_NO, ' '), OPER_PROGRAM
          FROM CUST_PENDING_AUTH
         WHERE TENANT_NO = :WS-TENANT-NO
           AND STATUS_CD = '0'
         ORDER BY AUTH_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN DCM-AUTH-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCM-AUTH-CUR
            INTO :WS-BK-KEY1, :WS-BK-KEY2, :WS-BK-KEY3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-BLOCKER-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCM-AUTH-CUR END-EXEC.
    PERFORM WRITE-BLOCKER-COUNT.

*> 未结筛查案件(待处理'0'/处理中'1')
CHECK-SCREEN-CASES.
    MOVE 'SCREEN CASE' TO WS-BLOCKER-CAT
    MOVE 0 TO WS-BLOCKER-COUNT
    EXEC SQL
        DECLARE DCM-CASE-CUR CURSOR FOR
        SELECT CASE_SEQ_NO, CUST_NO, SRC_PROGRAM
          FROM SCREEN_CASE
         WHERE TENANT_NO = :WS-TENANT-NO
           AND STATUS_CD IN ('0', '1')
         ORDER BY CASE_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN DCM-CASE-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCM-CASE-CUR
            INTO :WS-BK-KEY1, :WS-BK-KEY2, :WS-BK-KEY3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-BLOCKER-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCM-CASE-CUR END-EXEC.
    PERFORM WRITE-BLOCKER-COUNT.

WRITE-BLOCKER-LINE.
    ADD 1 TO WS-BLOCKER-COUNT
    ADD 1 TO WS-BLOCKER-TOTAL
    MOVE SPACES TO REPORT-RECORD
    STRING 'BLOCKER '     DELIMITED BY SIZE
           WS-BLOCKER-CAT DELIMITED BY SIZE
           ' '            DELIMITED BY SIZE
           WS-BK-KEY1     DELIMITED BY SIZE
           ' '            DELIMITED BY SIZE
           WS-BK-KEY2     DELIMITED BY SIZE
           ' '            DELIMITED BY SIZE
           WS-BK-KEY3     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-BLOCKER-COUNT.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-BLOCKER-CAT   DELIMITED BY SIZE
           ' BLOCKERS: '    DELIMITED BY SIZE
           WS-BLOCKER-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> ---- 存档导出(节次同SARDATAEXP01，证件号码保持令牌形态) ----
EXPORT-TENANT-ARCHIVE.
    MOVE SPACES TO WS-ARCH-FILE-NAME
    STRING 'TENANT.DECOM.ARCHIVE.' DELIMITED BY SIZE
           WS-TENANT-NO            DELIMITED BY SPACE
           '.'                     DELIMITED BY SIZE
           WS-CURRENT-DATE         DELIMITED BY SIZE
      INTO WS-ARCH-FILE-NAME
    END-STRING
    OPEN OUTPUT ARCHIVE-FILE

    MOVE SPACES TO ARCHIVE-RECORD
    STRING 'TENANT ARCHIVE ' DELIMITED BY SIZE
           WS-TENANT-NO      DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-CURRENT-DATE   DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-OPER-ID        DELIMITED BY SIZE
      INTO ARCHIVE-RECORD
    END-STRING
    WRITE ARCHIVE-RECORD

    PERFORM ARCH-BASIC-SECTION
    PERFORM ARCH-PERSONAL-SECTION
    PERFORM ARCH-ROUTE-SECTION
    PERFORM ARCH-ROUTE-ARCH-SECTION
    PERFORM ARCH-SIGN-SECTION
    PERFORM ARCH-CHNL-SECTION
    PERFORM ARCH-NAMELIST-SECTION
    PERFORM ARCH-OVSBLK-SECTION
    PERFORM ARCH-AUDIT-SECTION
    PERFORM ARCH-ACCT-HIST-SECTION
    PERFORM ARCH-PARAM-SECTION

    CLOSE ARCHIVE-FILE.

WRITE-ARCH-SECTION-COUNT.
    MOVE SPACES TO ARCHIVE-RECORD
    STRING 'SECTION COUNT: ' DELIMITED BY SIZE
           WS-SECTION-COUNT  DELIMITED BY SIZE
      INTO ARCHIVE-RECORD
    END-STRING
    WRITE ARCHIVE-RECORD.

*> 存档数据行：客户号+本节各字段(未用字段为空)
WRITE-ARCH-LINE.
    ADD 1 TO WS-SECTION-COUNT
    ADD 1 TO WS-ARCH-REC-COUNT
    MOVE SPACES TO ARCHIVE-RECORD
    STRING WS-AX-CUST-NO DELIMITED BY SIZE ' ' DELIMITED BY SIZE
           WS-AX-F1 DELIMITED BY SIZE ' ' DELIMITED BY SIZE
           WS-AX-F2 DELIMITED BY SIZE ' ' DELIMITED BY SIZE
           WS-AX-F3 DELIMITED BY SIZE ' ' DELIMITED BY SIZE
           WS-AX-F4 DELIMITED BY SIZE ' ' DELIMITED BY SIZE
           WS-AX-F5 DELIMITED BY SIZE ' ' DELIMITED BY SIZE
           WS-AX-F6 DELIMITED BY SIZE ' ' DELIMITED BY SIZE
           WS-AX-F7 DELIMITED BY SIZE ' ' DELIMITED BY SIZE
           WS-AX-F8 DELIMITED BY SIZE
      INTO ARCHIVE-RECORD
    END-STRING
    WRITE ARCHIVE-RECORD.

CLEAR-ARCH-FIELDS.
    MOVE SPACES TO WS-AX-CUST-NO
    MOVE SPACES TO WS-AX-F1
    MOVE SPACES TO WS-AX-F2
    MOVE SPACES TO WS-AX-F3
    MOVE SPACES TO WS-AX-F4
    MOVE SPACES TO WS-AX-F5
    MOVE SPACES TO WS-AX-F6
    MOVE SPACES TO WS-AX-F7
    MOVE SPACES TO WS-AX-F8.

*> ---- 第一节：客户基本信息(含已销户/已并出) ----
ARCH-BASIC-SECTION.
    MOVE 'SECTION 1: CUSTOMER_BASIC_INFO' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-BASIC-CUR CURSOR FOR
        SELECT CUST_NO, CUST_NM, CRTF_TYP_CD, CRTF_NO,
               COALESCE(CUST_TYP_CD, ' '), COALESCE(CUST_LVL_CD, ' '),
               COALESCE(MOBILE_NO, ' '), COALESCE(E_MAIL, ' '),
               VALID_FLG
          FROM CUSTOMER_BASIC_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
         ORDER BY CUST_NO
    END-EXEC.

    EXEC SQL OPEN DCA-BASIC-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-BASIC-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-F2, :WS-AX-F3,
                 :WS-AX-F4, :WS-AX-F5, :WS-AX-F6, :WS-AX-F7,
                 :WS-AX-F8
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-BASIC-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第二节：个人客户信息 ----
ARCH-PERSONAL-SECTION.
    MOVE 'SECTION 2: PERSONAL_CUSTOMER_INFO' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-PERS-CUR CURSOR FOR
        SELECT CUST_NO, COALESCE(GENDER_CD, ' '),
               COALESCE(BIRTH_DT, ' '), COALESCE(ADDR, ' ')
          FROM PERSONAL_CUSTOMER_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
         ORDER BY CUST_NO
    END-EXEC.

    EXEC SQL OPEN DCA-PERS-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-PERS-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-F2, :WS-AX-F6
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-PERS-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第三节：账户路由(含逻辑删除行) ----
ARCH-ROUTE-SECTION.
    MOVE 'SECTION 3: CUST_ACCT_INFO' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-ROUTE-CUR CURSOR FOR
        SELECT CUST_NO, ROUTE_TYP_CD, ROUTE_VAL, MAIN_ACCT_NO,
               RELA_SEQ_NO, VALID_FLG
          FROM CUST_ACCT_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
         ORDER BY CUST_NO, ROUTE_TYP_CD
    END-EXEC.

    EXEC SQL OPEN DCA-ROUTE-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-ROUTE-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-F2, :WS-AX-F3,
                 :WS-AX-F4, :WS-AX-F5
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-ROUTE-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第四节：已归档账户路由 ----
ARCH-ROUTE-ARCH-SECTION.
    MOVE 'SECTION 4: CUST_ACCT_INFO_ARCH' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS
    MOVE '0' TO WS-AX-F5

    EXEC SQL
        DECLARE DCA-ARCH-CUR CURSOR FOR
        SELECT CUST_NO, ROUTE_TYP_CD, ROUTE_VAL, MAIN_ACCT_NO,
               RELA_SEQ_NO
          FROM CUST_ACCT_INFO_ARCH
         WHERE TENANT_NO = :WS-TENANT-NO
         ORDER BY CUST_NO, ROUTE_TYP_CD
    END-EXEC.

    EXEC SQL OPEN DCA-ARCH-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-ARCH-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-F2, :WS-AX-F3,
                 :WS-AX-F4
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-ARCH-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第五节：签约关系(签约表不带租户号，经客户主档挂接) ----
ARCH-SIGN-SECTION.
    MOVE 'SECTION 5: SIGN_RELATION_INFO' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-SIGN-CUR CURSOR FOR
        SELECT S.CUST_NO, S.SIGN_NO, S.SIGN_SMLTYP_TYP_CD,
               S.SIGN_STATUS, S.SIGN_DATE, S.VALID_FLG
          FROM SIGN_RELATION_INFO S
          JOIN CUSTOMER_BASIC_INFO B
            ON B.CUST_NO = S.CUST_NO
         WHERE B.TENANT_NO = :WS-TENANT-NO
         ORDER BY S.CUST_NO, S.SIGN_NO
    END-EXEC.

    EXEC SQL OPEN DCA-SIGN-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-SIGN-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-F2, :WS-AX-F3,
                 :WS-AX-F4, :WS-AX-F5
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-SIGN-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第六节：渠道限额 ----
ARCH-CHNL-SECTION.
    MOVE 'SECTION 6: CUST_CHNL_TXN_COMMOND' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-CHNL-CUR CURSOR FOR
        SELECT CUST_NO, PMIT_TERMINAL_CD, SGL_TX_HIGH_AMT, VALID_FLG
          FROM CUST_CHNL_TXN_COMMOND
         WHERE TENANT_NO = :WS-TENANT-NO
         ORDER BY CUST_NO, PMIT_TERMINAL_CD
    END-EXEC.

    EXEC SQL OPEN DCA-CHNL-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-CHNL-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-AMT, :WS-AX-F3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          MOVE WS-AX-AMT TO WS-AX-AMT-DSP
          MOVE WS-AX-AMT-DSP TO WS-AX-F2
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-CHNL-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第七节：名单记录(经客户主档挂接) ----
ARCH-NAMELIST-SECTION.
    MOVE 'SECTION 7: PERSONAL_CUSTOMER_LIST' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-NL-CUR CURSOR FOR
        SELECT L.CUST_NO, L.NM_SNGL_TYP_CD, L.CTRL_FLG, L.VALID_FLG
          FROM PERSONAL_CUSTOMER_LIST L
          JOIN CUSTOMER_BASIC_INFO B
            ON B.CUST_NO = L.CUST_NO
         WHERE B.TENANT_NO = :WS-TENANT-NO
         ORDER BY L.CUST_NO
    END-EXEC.

    EXEC SQL OPEN DCA-NL-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-NL-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-F2, :WS-AX-F3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-NL-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第八节：境外取现黑名单(按客户证件挂接) ----
ARCH-OVSBLK-SECTION.
    MOVE 'SECTION 8: OVS_CASH_WITHDR_BLK' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-BLK-CUR CURSOR FOR
        SELECT B.CUST_NO, K.REASON_CD, K.EXPIRE_DT, K.VALID_FLG
          FROM OVS_CASH_WITHDR_BLK K
          JOIN CUSTOMER_BASIC_INFO B
            ON B.CRTF_NO = K.CRTF_NO
           AND B.CRTF_TYP_CD = K.CRTF_TYP_CD
         WHERE B.TENANT_NO = :WS-TENANT-NO
         ORDER BY B.CUST_NO
    END-EXEC.

    EXEC SQL OPEN DCA-BLK-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-BLK-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-F2, :WS-AX-F3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-BLK-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第九节：字段变更审计全轨迹(经客户主档挂接) ----
ARCH-AUDIT-SECTION.
    MOVE 'SECTION 9: CUST_INFO_CHG_AUDIT' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-AUD-CUR CURSOR FOR
        SELECT A.CUST_NO, A.CHG_TM, A.FLD_NM, A.OLD_VAL, A.NEW_VAL
          FROM CUST_INFO_CHG_AUDIT A
          JOIN CUSTOMER_BASIC_INFO B
            ON B.CUST_NO = A.CUST_NO
         WHERE B.TENANT_NO = :WS-TENANT-NO
         ORDER BY A.CUST_NO, A.CHG_TM
    END-EXEC.

    EXEC SQL OPEN DCA-AUD-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-AUD-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-F2, :WS-AX-F6,
                 :WS-AX-F7
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-AUD-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第十节：账户路由变更历史全轨迹 ----
ARCH-ACCT-HIST-SECTION.
    MOVE 'SECTION 10: CUST_ACCT_INFO_HIST' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-HST-CUR CURSOR FOR
        SELECT CUST_NO, CHANGE_TM, ROUTE_TYP_CD, ROUTE_VAL,
               CHANGE_TYP_CD
          FROM CUST_ACCT_INFO_HIST
         WHERE TENANT_NO = :WS-TENANT-NO
         ORDER BY CUST_NO, CHANGE_TM
    END-EXEC.

    EXEC SQL OPEN DCA-HST-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-HST-CUR
            INTO :WS-AX-CUST-NO, :WS-AX-F1, :WS-AX-F2, :WS-AX-F3,
                 :WS-AX-F4
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-HST-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 第十一节：下线前的租户参数(客户号列为空) ----
ARCH-PARAM-SECTION.
    MOVE 'SECTION 11: TENANT_PARAM_INFO' TO ARCHIVE-RECORD
    WRITE ARCHIVE-RECORD
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM CLEAR-ARCH-FIELDS

    EXEC SQL
        DECLARE DCA-PARAM-CUR CURSOR FOR
        SELECT PARAM_NM, PARAM_VAL, VALID_FLG
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
         ORDER BY PARAM_NM
    END-EXEC.

    EXEC SQL OPEN DCA-PARAM-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DCA-PARAM-CUR
            INTO :WS-AX-F1, :WS-AX-F2, :WS-AX-F3
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-ARCH-LINE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE DCA-PARAM-CUR END-EXEC.
    PERFORM WRITE-ARCH-SECTION-COUNT.

*> ---- 失效配置与下线登记(同一事务，任一步失败整体回滚) ----
RETIRE-TENANT-CONFIG.
    MOVE SPACES TO WS-LAST-BIZ-DT
    EXEC SQL
        SELECT BIZ_DT INTO :WS-LAST-BIZ-DT
          FROM SYS_BIZ_DATE
         WHERE TENANT_NO = :WS-TENANT-NO
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-LAST-BIZ-DT
    END-IF

    EXEC SQL START TRANSACTION END-EXEC

    *> 租户参数
    EXEC SQL
        UPDATE TENANT_PARAM_INFO
           SET VALID_FLG = '0',
               UPD_TELR_NO = :WS-OPER-ID,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM ROLLBACK-TENANT-CONFIG
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ROW-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
    END-IF
    MOVE WS-ROW-COUNT TO WS-PARAM-CLOSED-CNT

    *> 预期作业清单(晨间报告不再追问该租户的作业)
    EXEC SQL
        UPDATE BATCH_EXPECTED_JOB
           SET VALID_FLG = '0'
         WHERE TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM ROLLBACK-TENANT-CONFIG
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ROW-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
    END-IF
    MOVE WS-ROW-COUNT TO WS-JOB-CLOSED-CNT

    *> 汇率牌价
    EXEC SQL
        UPDATE EXCH_RATE_INFO
           SET VALID_FLG = '0',
               UPD_TELR_NO = :WS-OPER-ID,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM ROLLBACK-TENANT-CONFIG
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ROW-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
    END-IF
    MOVE WS-ROW-COUNT TO WS-RATE-CLOSED-CNT

    *> 业务日期行(最后业务日期记入下线登记，EODROLL01不再翻牌)
    EXEC SQL
        DELETE FROM SYS_BIZ_DATE
         WHERE TENANT_NO = :WS-TENANT-NO
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM ROLLBACK-TENANT-CONFIG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO TENANT_DECOM_REGISTRY (
            TENANT_NO, DECOM_DT, LAST_BIZ_DT, OPER_ID,
            ARCH_FILE_NM, ARCH_REC_COUNT, PARAM_CNT, JOB_CNT,
            RATE_CNT, CRT_TM
        ) VALUES (
            :WS-TENANT-NO, :WS-CURRENT-DATE, :WS-LAST-BIZ-DT,
            :WS-OPER-ID, :WS-ARCH-FILE-NAME, :WS-ARCH-REC-COUNT,
            :WS-PARAM-CLOSED-CNT, :WS-JOB-CLOSED-CNT,
            :WS-RATE-CLOSED-CNT, CURRENT_TIMESTAMP
        )
    END-EXEC
    IF SQLCODE NOT = 0
       PERFORM ROLLBACK-TENANT-CONFIG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       PERFORM ROLLBACK-TENANT-CONFIG
    END-IF.

ROLLBACK-TENANT-CONFIG.
    DISPLAY '租户配置失效处理失败 SQLCODE:' SQLCODE
    EXEC SQL ROLLBACK END-EXEC
    MOVE 'Y' TO WS-FAIL-FLG.
