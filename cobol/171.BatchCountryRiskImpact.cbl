IDENTIFICATION DIVISION.
PROGRAM-ID. CNTRYIMPACT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 国别调级受影响客户清单：一行一个"客户×关联途径"，同一客户
*> 经国籍/税收居民国/地址所在国多途径关联同一国别的各出一行，
*> 供合规岗逐户重评风险等级(MGMTRISKLVL01)
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-EVT-COUNT            PIC 9(7) VALUE 0.
01  WS-HIT-COUNT            PIC 9(7) VALUE 0.
01  WS-NATION-COUNT         PIC 9(7) VALUE 0.
01  WS-TAXRES-COUNT         PIC 9(7) VALUE 0.
01  WS-ADDR-COUNT           PIC 9(7) VALUE 0.

*> 游标读出的一行数据：调级事件+关联客户
01  WS-CNTRY-CD             PIC X(03).
01  WS-EFFT-DT              PIC X(08).
01  WS-OLD-RISK-CATG-CD     PIC X(02).
01  WS-NEW-RISK-CATG-CD     PIC X(02).
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(10).
01  WS-CUST-NM              PIC X(50).
01  WS-LINK-TYP-CD          PIC X(06).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'CNTRYIMPACT01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 国别调级影响批：MGMTCNTRYRISK01登记的调高评级落
*> COUNTRY_RISK_CHG_EVT(状态'0'待处理)，到生效日后本批把按国籍
*> (PERSONAL_CUSTOMER_INFO.NATION_CD)、税收居民国
*> (CUST_TAX_RESIDENCY.CNTRY_CD)、地址所在国
*> (CUST_ADDR_INFO.ADDR_CNTRY_CD)与该国关联的在网客户逐一列出，
*> 随后把本次覆盖的事件置'1'已处理(记处理日期)。只列清单不改
*> 风险等级——是否调高由合规岗逐户重评决定
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'CNTRY.RISK.IMPACT.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '国别调级受影响客户清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        SELECT COUNT(*) INTO :WS-EVT-COUNT
          FROM COUNTRY_RISK_CHG_EVT
         WHERE PROC_STATUS_CD = '0'
           AND EFFT_DT <= :WS-BD-BIZ-DT
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '国别调级事件读取失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    EXEC SQL
        DECLARE CNTRY-IMPACT-CUR CURSOR FOR
        SELECT E.CNTRY_CD, E.EFFT_DT,
               COALESCE(E.OLD_RISK_CATG_CD, ' '), E.NEW_RISK_CATG_CD,
               L.TENANT_NO, L.CUST_NO, C.CUST_NM, L.LINK_TYP_CD
          FROM COUNTRY_RISK_CHG_EVT E
          JOIN (SELECT TENANT_NO, CUST_NO, NATION_CD AS CNTRY_CD,
                       'NATION' AS LINK_TYP_CD
                  FROM PERSONAL_CUSTOMER_INFO
                 WHERE VALID_FLG = '1'
                UNION
                SELECT TENANT_NO, CUST_NO, CNTRY_CD,
                       'TAXRES' AS LINK_TYP_CD
                  FROM CUST_TAX_RESIDENCY
                 WHERE VALID_FLG = '1'
                UNION
                SELECT TENANT_NO, CUST_NO, ADDR_CNTRY_CD AS CNTRY_CD,
                       'ADDR' AS LINK_TYP_CD
                  FROM CUST_ADDR_INFO
                 WHERE VALID_FLG = '1') L
            ON L.CNTRY_CD = E.CNTRY_CD
          JOIN CUSTOMER_BASIC_INFO C
            ON C.CUST_NO = L.CUST_NO
           AND C.TENANT_NO = L.TENANT_NO
         WHERE E.PROC_STATUS_CD = '0'
           AND E.EFFT_DT <= :WS-BD-BIZ-DT
           AND C.VALID_FLG = '1'
         ORDER BY E.CNTRY_CD, E.EFFT_DT, L.TENANT_NO, L.CUST_NO,
                  L.LINK_TYP_CD
    END-EXEC.

    EXEC SQL OPEN CNTRY-IMPACT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '国别调级影响游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH CNTRY-IMPACT-CUR
            INTO :WS-CNTRY-CD, :WS-EFFT-DT, :WS-OLD-RISK-CATG-CD,
                 :WS-NEW-RISK-CATG-CD, :WS-TENANT-NO, :WS-CUST-NO,
                 :WS-CUST-NM, :WS-LINK-TYP-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-IMPACT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE CNTRY-IMPACT-CUR END-EXEC.

    *> 清单出齐后再把本次覆盖的事件落已处理：中途失败时事件仍为
    *> '0'，次日重跑照常列出，不会漏报
    IF WS-FETCH-SQLCODE = 100
       PERFORM MARK-EVENTS-DONE
    ELSE
       DISPLAY '国别调级影响游标读取失败，事件保留待重跑'
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING '调级事件:'         DELIMITED BY SIZE
           WS-EVT-COUNT        DELIMITED BY SIZE
           ' 受影响记录:'      DELIMITED BY SIZE
           WS-HIT-COUNT        DELIMITED BY SIZE
           ' 国籍:'            DELIMITED BY SIZE
           WS-NATION-COUNT     DELIMITED BY SIZE
           ' 税收居民:'        DELIMITED BY SIZE
           WS-TAXRES-COUNT     DELIMITED BY SIZE
           ' 地址:'            DELIMITED BY SIZE
           WS-ADDR-COUNT       DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同PEPRECFM01)
    MOVE WS-HIT-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '国别调级影响扫描完成，调级事件:' WS-EVT-COUNT
            ' 受影响记录:' WS-HIT-COUNT

    GOBACK.

*> 写出一条受影响客户记录(带原/新风险类别与关联途径)
WRITE-IMPACT-RECORD.
    ADD 1 TO WS-HIT-COUNT
    EVALUATE WS-LINK-TYP-CD
       WHEN 'NATION'
          ADD 1 TO WS-NATION-COUNT
       WHEN 'TAXRES'
          ADD 1 TO WS-TAXRES-COUNT
       WHEN OTHER
          ADD 1 TO WS-ADDR-COUNT
    END-EVALUATE

    MOVE SPACES TO REPORT-RECORD
    STRING WS-CNTRY-CD          DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-EFFT-DT           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-OLD-RISK-CATG-CD  DELIMITED BY SIZE
           '->'                 DELIMITED BY SIZE
           WS-NEW-RISK-CATG-CD  DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-CUST-NO           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-LINK-TYP-CD       DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-CUST-NM           DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 本次覆盖的调级事件置'1'已处理
MARK-EVENTS-DONE.
    EXEC SQL START TRANSACTION END-EXEC.

    EXEC SQL
        UPDATE COUNTRY_RISK_CHG_EVT
           SET PROC_STATUS_CD = '1',
               PROC_DT = :WS-BD-BIZ-DT
         WHERE PROC_STATUS_CD = '0'
           AND EFFT_DT <= :WS-BD-BIZ-DT
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '国别调级事件状态更新失败，事件保留待重跑'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '国别调级事件状态提交失败，事件保留待重跑'
       EXEC SQL ROLLBACK END-EXEC
    END-IF.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.
