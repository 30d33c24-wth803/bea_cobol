IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTQUOTA01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 账户分类超限清单：每个超限(租户, 证件, 账户分类)一行汇总，其下
*> 逐行列出该证件名下该类全部有效主账号(开立早的在前)，供网点
*> 联系客户降级或销户多出的账户
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-DTL-SQLCODE          PIC S9(9) COMP-4.
01  WS-GRP-COUNT            PIC 9(7) VALUE 0.
01  WS-OVER-COUNT           PIC 9(7) VALUE 0.
01  WS-ACCT-LINE-COUNT      PIC 9(7) VALUE 0.

*> 汇总游标读出的一行：(租户, 证件, 分类)及该类有效主账号数
01  WS-TENANT-NO            PIC X(10).
01  WS-CRTF-TYP-CD          PIC X(02).
01  WS-CRTF-NO              PIC X(20).
01  WS-ACCT-CLASS-CD        PIC X(01).
01  WS-HELD-COUNT           PIC 9(5).

*> 明细游标读出的一行
01  WS-DTL-MAIN-ACCT-NO     PIC X(20).
01  WS-DTL-CUST-NO          PIC X(20).
01  WS-DTL-PRODT-NO         PIC X(10).
01  WS-DTL-CRT-TM           PIC X(26).

*> 各类限额(租户参数ACCT_CLSn_QUOTA，同MGMTCRT01：未配置或非数值
*> 时I类为1户、II/III类不限)，换租户时重读
01  WS-QUOTA-TENANT-NO      PIC X(10) VALUE SPACES.
01  WS-CLS1-QUOTA           PIC 9(5).
01  WS-CLS2-QUOTA           PIC 9(5).
01  WS-CLS3-QUOTA           PIC 9(5).
01  WS-CLASS-QUOTA          PIC 9(5).
01  WS-PARAM-NM             PIC X(30).
01  WS-PARAM-TXT            PIC X(10).
01  WS-PARAM-NUM            PIC 9(5).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'ACCTQUOTA01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 账户分类超限月检：MGMTCRT01新增路由时已按同一证件名下的I/II/III
*> 类账户数拦截超限，但拦截上线前的存量账户、产品事后补定分类、
*> 租户调低限额都可能留下超限客户。本批首次上线时跑一次摸底，
*> 此后每月跑一次：按(租户, 证件类型+证件号, 账户分类)汇总有效
*> 路由的主账号数(分类口径同MGMTCRT01：可售产品优先，未分类看基础
*> 产品)，超出本租户该类限额的列出明细。只列清单不改数据
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'ACCT.CLASS.QUOTA.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT               DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '账户分类超限清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 同证件同分类持有两个及以上主账号的组合才可能超限(各类
    *> 限额最小为1)；无证件号的客户按客户号单独成组
    EXEC SQL
        DECLARE QUOTA-GRP-CUR CURSOR FOR
        SELECT R.TENANT_NO, R.CRTF_TYP_CD, R.CRTF_KEY, R.CLS_CD,
               COUNT(DISTINCT R.MAIN_ACCT_NO)
          FROM (SELECT A.TENANT_NO, A.MAIN_ACCT_NO,
                       COALESCE(B.CRTF_TYP_CD, ' ') AS CRTF_TYP_CD,
                       CASE WHEN COALESCE(B.CRTF_NO, ' ') = ' '
                            THEN A.CUST_NO
                            ELSE B.CRTF_NO END AS CRTF_KEY,
                       COALESCE(
                         NULLIF((SELECT P.ACCT_CLASS_CD
                                   FROM PRODUCT_REF_INFO P
                                  WHERE P.PRODT_NO = A.AFS_PRODT_NO),
                                ' '),
                         (SELECT Q.ACCT_CLASS_CD
                            FROM PRODUCT_REF_INFO Q
                           WHERE Q.PRODT_NO = A.BASE_PRODT_NO),
                         ' ') AS CLS_CD
                  FROM CUST_ACCT_INFO A
                  JOIN CUSTOMER_BASIC_INFO B
                    ON B.CUST_NO = A.CUST_NO
                   AND B.TENANT_NO = A.TENANT_NO
                 WHERE A.VALID_FLG = '1') R
         WHERE R.CLS_CD IN ('1', '2', '3')
         GROUP BY R.TENANT_NO, R.CRTF_TYP_CD, R.CRTF_KEY, R.CLS_CD
        HAVING COUNT(DISTINCT R.MAIN_ACCT_NO) > 1
         ORDER BY R.TENANT_NO, R.CLS_CD, R.CRTF_TYP_CD, R.CRTF_KEY
    END-EXEC.

    EXEC SQL OPEN QUOTA-GRP-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '账户分类超限检查游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH QUOTA-GRP-CUR
            INTO :WS-TENANT-NO, :WS-CRTF-TYP-CD, :WS-CRTF-NO,
                 :WS-ACCT-CLASS-CD, :WS-HELD-COUNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-GRP-COUNT
          PERFORM CHECK-ONE-GROUP
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '账户分类超限检查游标读取失败，清单可能不完整'
    END-IF.

    EXEC SQL CLOSE QUOTA-GRP-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '多账户组合数:'  DELIMITED BY SIZE
           WS-GRP-COUNT     DELIMITED BY SIZE
           ' 超限组合数:'   DELIMITED BY SIZE
           WS-OVER-COUNT    DELIMITED BY SIZE
           ' 涉及账户数:'   DELIMITED BY SIZE
           WS-ACCT-LINE-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同PEPRECFM01)
    MOVE WS-OVER-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '账户分类超限检查完成，超限组合数:' WS-OVER-COUNT

    GOBACK.

*> 一个(租户, 证件, 分类)组合：取本租户该类限额，超限则写汇总行
*> 与账户明细
CHECK-ONE-GROUP.
    IF WS-TENANT-NO NOT = WS-QUOTA-TENANT-NO
       PERFORM LOAD-TENANT-QUOTAS
    END-IF

    EVALUATE WS-ACCT-CLASS-CD
       WHEN '1'
          MOVE WS-CLS1-QUOTA TO WS-CLASS-QUOTA
       WHEN '2'
          MOVE WS-CLS2-QUOTA TO WS-CLASS-QUOTA
       WHEN OTHER
          MOVE WS-CLS3-QUOTA TO WS-CLASS-QUOTA
    END-EVALUATE

    IF WS-CLASS-QUOTA = 0 OR WS-HELD-COUNT <= WS-CLASS-QUOTA
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-OVER-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO         DELIMITED BY SIZE
           ' 证件:'             DELIMITED BY SIZE
           WS-CRTF-TYP-CD       DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-CRTF-NO           DELIMITED BY SIZE
           ' 分类:'             DELIMITED BY SIZE
           WS-ACCT-CLASS-CD     DELIMITED BY SIZE
           ' 持有:'             DELIMITED BY SIZE
           WS-HELD-COUNT        DELIMITED BY SIZE
           ' 限额:'             DELIMITED BY SIZE
           WS-CLASS-QUOTA       DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    PERFORM WRITE-GROUP-ACCTS.

*> 列出该组合下该类全部有效主账号，每个主账号取最早一条路由
WRITE-GROUP-ACCTS.
    EXEC SQL
        DECLARE QUOTA-DTL-CUR CURSOR FOR
        SELECT R.MAIN_ACCT_NO, MIN(R.CUST_NO), MIN(R.PRODT_NO),
               MIN(R.CRT_TM)
          FROM (SELECT A.MAIN_ACCT_NO, A.CUST_NO, A.CRT_TM,
                       CASE WHEN A.AFS_PRODT_NO = ' '
                            THEN A.BASE_PRODT_NO
                            ELSE A.AFS_PRODT_NO END AS PRODT_NO,
                       COALESCE(
                         NULLIF((SELECT P.ACCT_CLASS_CD
                                   FROM PRODUCT_REF_INFO P
                                  WHERE P.PRODT_NO = A.AFS_PRODT_NO),
                                ' '),
                         (SELECT Q.ACCT_CLASS_CD
                            FROM PRODUCT_REF_INFO Q
                           WHERE Q.PRODT_NO = A.BASE_PRODT_NO),
                         ' ') AS CLS_CD
                  FROM CUST_ACCT_INFO A
                  JOIN CUSTOMER_BASIC_INFO B
                    ON B.CUST_NO = A.CUST_NO
                   AND B.TENANT_NO = A.TENANT_NO
                 WHERE A.TENANT_NO = :WS-TENANT-NO
                   AND A.VALID_FLG = '1'
                   AND COALESCE(B.CRTF_TYP_CD, ' ') = :WS-CRTF-TYP-CD
                   AND CASE WHEN COALESCE(B.CRTF_NO, ' ') = ' '
                            THEN A.CUST_NO
                            ELSE B.CRTF_NO END = :WS-CRTF-NO) R
         WHERE R.CLS_CD = :WS-ACCT-CLASS-CD
         GROUP BY R.MAIN_ACCT_NO
         ORDER BY MIN(R.CRT_TM)
    END-EXEC.

    EXEC SQL OPEN QUOTA-DTL-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '账户分类超限明细游标打开失败:' WS-CRTF-NO
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-DTL-SQLCODE.
    PERFORM UNTIL WS-DTL-SQLCODE NOT = 0
       EXEC SQL
           FETCH QUOTA-DTL-CUR
            INTO :WS-DTL-MAIN-ACCT-NO, :WS-DTL-CUST-NO,
                 :WS-DTL-PRODT-NO, :WS-DTL-CRT-TM
       END-EXEC
       MOVE SQLCODE TO WS-DTL-SQLCODE

       IF WS-DTL-SQLCODE = 0
          ADD 1 TO WS-ACCT-LINE-COUNT
          MOVE SPACES TO REPORT-RECORD
          STRING '    账号:'          DELIMITED BY SIZE
                 WS-DTL-MAIN-ACCT-NO DELIMITED BY SIZE
                 ' 客户:'            DELIMITED BY SIZE
                 WS-DTL-CUST-NO      DELIMITED BY SIZE
                 ' 产品:'            DELIMITED BY SIZE
                 WS-DTL-PRODT-NO     DELIMITED BY SIZE
                 ' 开立:'            DELIMITED BY SIZE
                 WS-DTL-CRT-TM(1:10) DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE QUOTA-DTL-CUR END-EXEC.

*> 读本租户I/II/III类限额
LOAD-TENANT-QUOTAS.
    MOVE WS-TENANT-NO TO WS-QUOTA-TENANT-NO

    MOVE 1 TO WS-PARAM-NUM
    MOVE 'ACCT_CLS1_QUOTA' TO WS-PARAM-NM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-CLS1-QUOTA

    MOVE 0 TO WS-PARAM-NUM
    MOVE 'ACCT_CLS2_QUOTA' TO WS-PARAM-NM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-CLS2-QUOTA

    MOVE 0 TO WS-PARAM-NUM
    MOVE 'ACCT_CLS3_QUOTA' TO WS-PARAM-NM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-CLS3-QUOTA.

*> 读一个租户参数：未配置或非数值时保留调用方放入的默认值
READ-ONE-PARAM.
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-QUOTA-TENANT-NO
           AND PARAM_NM = :WS-PARAM-NM
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-PARAM-NUM = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.
