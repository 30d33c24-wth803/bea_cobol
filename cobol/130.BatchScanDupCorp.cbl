01  WS-CUST-NO-2                 PIC X(20).
01  WS-CUST-NM-2                 PIC X(50).
01  WS-MATCH-SCORE               PIC 9(3).
*> 第三路(曾用名/别名)入池的候选对报告标ALIAS
01  WS-ALIAS-MATCH               PIC X(01) VALUE 'N'.

*> 企业名称近似匹配(编辑距离)工作区，算法与DUPSCAN01/CRTPERC01
*> 一致：距离不超过较长名称长度30%视为近似匹配
*> 客户永远轮不到——同一家公司换个写法开两次户一直没人抓。
*> 对公侧分两路配对：第一路按营业执照号/统一社会信用代码精确
*> 相同(铁证，距离记0)；第二路名称首字分块后做编辑距离近似
*> 匹配；第三路一方有效曾用名/别名(CUST_NAME_ALIAS)等于另一方
*> 现名或登记名(改名后重开户，距离记0)。候选对入CUST_DUP_CANDIDATE，走既有的MGMTDUPREVIEW01
*> 复核与归并(CORPMRG01)管线
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-BIZ-DT
    *> 第二路：同租户、名称首字相同的在网对公客户做近似匹配
    PERFORM SCAN-NEAR-NAME-PAIRS

    *> 第三路：同租户、一方曾用名/别名与另一方名称相同
    PERFORM SCAN-ALIAS-NAME-PAIRS

    MOVE SPACES TO REPORT-RECORD
    STRING 'PAIRS SCANNED: ' DELIMITED BY SIZE
           WS-PAIR-SCAN-COUNT DELIMITED BY SIZE

    EXEC SQL CLOSE CORP-NM-CUR END-EXEC.

*> 第三路：曾用名/别名相同。左侧(客户号小者)的有效登记名等于
*> 右侧现名或其有效登记名，或右侧有效登记名等于左侧现名；名称
*> 去空格不分大小写比较，两支UNION去重
SCAN-ALIAS-NAME-PAIRS.
    EXEC SQL
        DECLARE CORP-ALIAS-CUR CURSOR FOR
        SELECT B1.TENANT_NO, B1.CUST_NO, B1.CUST_NM,
               B2.CUST_NO, B2.CUST_NM
          FROM CUSTOMER_BASIC_INFO B1
          JOIN CUST_NAME_ALIAS A1
            ON A1.TENANT_NO = B1.TENANT_NO
           AND A1.CUST_NO = B1.CUST_NO
           AND A1.VALID_FLG = '1'
          JOIN CUSTOMER_BASIC_INFO B2
            ON B2.TENANT_NO = B1.TENANT_NO
           AND B2.CUST_NO > B1.CUST_NO
           AND B2.CUST_TYP_CD IN ('02', '03')
           AND B2.VALID_FLG = '1'
         WHERE B1.CUST_TYP_CD IN ('02', '03')
           AND B1.VALID_FLG = '1'
           AND (UPPER(TRIM(B2.CUST_NM)) = UPPER(TRIM(A1.ALIAS_NM))
                OR EXISTS (
                   SELECT 1 FROM CUST_NAME_ALIAS A2
                    WHERE A2.TENANT_NO = B2.TENANT_NO
                      AND A2.CUST_NO = B2.CUST_NO
                      AND A2.VALID_FLG = '1'
                      AND UPPER(TRIM(A2.ALIAS_NM)) =
                          UPPER(TRIM(A1.ALIAS_NM))))
        UNION
        SELECT B1.TENANT_NO, B1.CUST_NO, B1.CUST_NM,
               B2.CUST_NO, B2.CUST_NM
          FROM CUSTOMER_BASIC_INFO B2
          JOIN CUST_NAME_ALIAS A2
            ON A2.TENANT_NO = B2.TENANT_NO
           AND A2.CUST_NO = B2.CUST_NO
           AND A2.VALID_FLG = '1'
          JOIN CUSTOMER_BASIC_INFO B1
            ON B1.TENANT_NO = B2.TENANT_NO
           AND B1.CUST_NO < B2.CUST_NO
           AND B1.CUST_TYP_CD IN ('02', '03')
           AND B1.VALID_FLG = '1'
         WHERE B2.CUST_TYP_CD IN ('02', '03')
           AND B2.VALID_FLG = '1'
           AND UPPER(TRIM(B1.CUST_NM)) = UPPER(TRIM(A2.ALIAS_NM))
    END-EXEC.

    EXEC SQL OPEN CORP-ALIAS-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '曾用名配对游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE 'Y' TO WS-ALIAS-MATCH
    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH CORP-ALIAS-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO-1, :WS-CUST-NM-1,
                 :WS-CUST-NO-2, :WS-CUST-NM-2
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-PAIR-SCAN-COUNT
          MOVE 0 TO WS-MATCH-SCORE
          PERFORM WRITE-ONE-CANDIDATE
       END-IF
    END-PERFORM.
    MOVE 'N' TO WS-ALIAS-MATCH

    EXEC SQL CLOSE CORP-ALIAS-CUR END-EXEC.

SCORE-ONE-NAME-PAIR.
    ADD 1 TO WS-PAIR-SCAN-COUNT

                 WS-MATCH-SCORE DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          IF WS-ALIAS-MATCH = 'Y'
             MOVE ' ALIAS' TO REPORT-RECORD(62:6)
          END-IF
          WRITE REPORT-RECORD
       END-IF
    END-IF.
