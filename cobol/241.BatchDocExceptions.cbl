IDENTIFICATION DIVISION.
PROGRAM-ID. DOCEXCP01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 证明文件缺失例外清单：按租户、网点分组，一行一笔缺在册证明
*> 文件或文件已过期的登记，网点据此补收文件后经MGMTCUSTDOC01登记
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-HIT-COUNT            PIC 9(7) VALUE 0.
01  WS-MISS-COUNT           PIC 9(7) VALUE 0.
01  WS-EXPD-COUNT           PIC 9(7) VALUE 0.
01  WS-BRANCH-HIT-COUNT     PIC 9(7) VALUE 0.
01  WS-BRANCH-GRP-COUNT     PIC 9(5) VALUE 0.

*> 网点分组控制：租户+网点变化时先写上一网点小计，再写新网点抬头
01  WS-PREV-TENANT-NO       PIC X(10) VALUE SPACES.
01  WS-PREV-BRANCH-NO       PIC X(10) VALUE SPACES.

*> 游标读出的一行数据：登记业务(GRDN监护/DECD身故/ESTA遗产/
*> FRZE司法冻结/CNSN柜面联络同意)+所需文件类型+文件状况
*> (N无在册文件/X只有已过期文件)
01  WS-TENANT-NO            PIC X(10).
01  WS-BRANCH-NO            PIC X(10).
01  WS-CUST-NO              PIC X(20).
01  WS-REG-CD               PIC X(04).
01  WS-REG-KEY              PIC X(40).
01  WS-REG-DT               PIC X(08).
01  WS-DOC-TYP-CD           PIC X(02).
01  WS-DOC-STUS-CD          PIC X(01).
01  WS-DOC-STUS-TXT         PIC X(30).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'DOCEXCP01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 证明文件缺失周检：监护、身故、遗产、司法冻结、柜面联络同意等
*> 登记须有纸质/影像证明文件在册(CUST_DOC_REGISTRY)。租户未要求
*> 提交前强制核对(DOCCHK01)的，登记可先于文件入库；强制前的存量
*> 登记与登记后文件到期的也会脱节。本批每周扫描全部在力登记，按
*> 客户+文件类型核对在册文件，列出无在册文件(N)与只有已过期文件
*> (X)的登记，按租户、网点分组并出网点小计。只列清单不改数据
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'DOC.EXCEPTION.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT            DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '证明文件缺失例外清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 各类在力登记并成一个结果集，逐行按客户+文件类型判在册
    *> 文件状况，有有效未到期文件的不列
    EXEC SQL
        DECLARE DOC-EXCP-CUR CURSOR FOR
        SELECT T.TENANT_NO, T.BRANCH_NO, T.CUST_NO, T.REG_CD,
               T.REG_KEY, T.REG_DT, T.DOC_TYP_CD, T.DOC_STUS_CD
          FROM (
            SELECT R.TENANT_NO, COALESCE(B.BRANCH_NO, ' ') AS BRANCH_NO,
                   R.CUST_NO, R.REG_CD, R.REG_KEY, R.REG_DT,
                   R.DOC_TYP_CD,
                   CASE
                      WHEN EXISTS (SELECT 1
                                     FROM CUST_DOC_REGISTRY D
                                    WHERE D.TENANT_NO = R.TENANT_NO
                                      AND D.CUST_NO = R.CUST_NO
                                      AND D.DOC_TYP_CD = R.DOC_TYP_CD
                                      AND D.VALID_FLG = '1'
                                      AND COALESCE(D.EXPIRE_DT,
                                                   :WS-BD-BIZ-DT)
                                          >= :WS-BD-BIZ-DT)
                           THEN 'Y'
                      WHEN EXISTS (SELECT 1
                                     FROM CUST_DOC_REGISTRY D
                                    WHERE D.TENANT_NO = R.TENANT_NO
                                      AND D.CUST_NO = R.CUST_NO
                                      AND D.DOC_TYP_CD = R.DOC_TYP_CD
                                      AND D.VALID_FLG = '1')
                           THEN 'X'
                      ELSE 'N'
                   END AS DOC_STUS_CD
              FROM (
                SELECT P.TENANT_NO, P.CUST_NO, 'GRDN' AS REG_CD,
                       ' ' AS REG_KEY,
                       SUBSTR(CHAR(P.UPD_TM), 1, 8) AS REG_DT,
                       '01' AS DOC_TYP_CD
                  FROM PERSONAL_CUSTOMER_INFO P
                 WHERE P.VALID_FLG = '1'
                   AND P.GRDN_STUS_CD = '1'
                UNION ALL
                SELECT C.TENANT_NO, C.CUST_NO, 'DECD', ' ',
                       COALESCE(C.DECD_DT, ' '), '02'
                  FROM CUSTOMER_BASIC_INFO C
                 WHERE C.DECD_FLG = '1'
                UNION ALL
                SELECT E.TENANT_NO, E.CUST_NO, 'ESTA', E.EST_SEQ_NO,
                       SUBSTR(E.EST_SEQ_NO, 1, 8), '03'
                  FROM CUST_ESTATE_CASE E
                 WHERE E.STAGE_CD <> '4'
                UNION ALL
                SELECT F.TENANT_NO, F.CUST_NO, 'FRZE', F.FRZ_SEQ_NO,
                       F.START_DT, '04'
                  FROM CUST_JUDICIAL_FREEZE F
                 WHERE F.STUS_CD = '1'
                UNION ALL
                SELECT N.TENANT_NO, N.CUST_NO, 'CNSN', N.CHNL_CD,
                       SUBSTR(CHAR(N.CONSENT_TM), 1, 8), '05'
                  FROM CUST_CNTC_PREF N
                 WHERE N.VALID_FLG = '1'
                   AND N.PERMIT_FLG = 'Y'
                   AND N.CONSENT_SORC_CD = '01'
              ) R
              LEFT JOIN CUSTOMER_BASIC_INFO B
                ON B.TENANT_NO = R.TENANT_NO
               AND B.CUST_NO = R.CUST_NO
          ) T
         WHERE T.DOC_STUS_CD <> 'Y'
         ORDER BY T.TENANT_NO, T.BRANCH_NO, T.CUST_NO, T.REG_CD,
                  T.REG_KEY
    END-EXEC.

    EXEC SQL OPEN DOC-EXCP-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '证明文件缺失检查游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DOC-EXCP-CUR
            INTO :WS-TENANT-NO, :WS-BRANCH-NO, :WS-CUST-NO,
                 :WS-REG-CD, :WS-REG-KEY, :WS-REG-DT,
                 :WS-DOC-TYP-CD, :WS-DOC-STUS-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-TENANT-NO NOT = WS-PREV-TENANT-NO
             OR WS-BRANCH-NO NOT = WS-PREV-BRANCH-NO
             PERFORM WRITE-BRANCH-BREAK
          END-IF
          PERFORM WRITE-DOC-EXCEPTION
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '证明文件缺失检查游标读取失败，清单可能不完整'
    END-IF.

    EXEC SQL CLOSE DOC-EXCP-CUR END-EXEC.

    IF WS-BRANCH-GRP-COUNT > 0
       PERFORM WRITE-BRANCH-SUBTOTAL
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING '例外笔数:'        DELIMITED BY SIZE
           WS-HIT-COUNT       DELIMITED BY SIZE
           ' 无在册文件:'     DELIMITED BY SIZE
           WS-MISS-COUNT      DELIMITED BY SIZE
           ' 文件已过期:'     DELIMITED BY SIZE
           WS-EXPD-COUNT      DELIMITED BY SIZE
           ' 涉及网点:'       DELIMITED BY SIZE
           WS-BRANCH-GRP-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同XREFCHK01)
    MOVE WS-HIT-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '证明文件缺失周检完成，例外笔数:' WS-HIT-COUNT
            ' 无在册文件:' WS-MISS-COUNT ' 文件已过期:' WS-EXPD-COUNT

    GOBACK.

*> 网点分组切换：上一网点有行时先出小计，再写本网点抬头
WRITE-BRANCH-BREAK.
    IF WS-BRANCH-GRP-COUNT > 0
       PERFORM WRITE-BRANCH-SUBTOTAL
    END-IF

    MOVE WS-TENANT-NO TO WS-PREV-TENANT-NO
    MOVE WS-BRANCH-NO TO WS-PREV-BRANCH-NO
    MOVE 0 TO WS-BRANCH-HIT-COUNT
    ADD 1 TO WS-BRANCH-GRP-COUNT

    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING '租户:'          DELIMITED BY SIZE
           WS-TENANT-NO     DELIMITED BY SIZE
           ' 网点:'         DELIMITED BY SIZE
           WS-BRANCH-NO     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-BRANCH-SUBTOTAL.
    MOVE SPACES TO REPORT-RECORD
    STRING '  网点小计 '        DELIMITED BY SIZE
           WS-PREV-BRANCH-NO    DELIMITED BY SIZE
           ' 例外笔数:'         DELIMITED BY SIZE
           WS-BRANCH-HIT-COUNT  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 写出一笔例外登记：登记业务、登记主键(遗产/冻结为案件流水号，
*> 联络同意为渠道)、登记日期、所需文件类型与文件状况
WRITE-DOC-EXCEPTION.
    ADD 1 TO WS-HIT-COUNT
    ADD 1 TO WS-BRANCH-HIT-COUNT
    IF WS-DOC-STUS-CD = 'X'
       ADD 1 TO WS-EXPD-COUNT
       MOVE '文件已过期' TO WS-DOC-STUS-TXT
    ELSE
       ADD 1 TO WS-MISS-COUNT
       MOVE '无在册证明文件' TO WS-DOC-STUS-TXT
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING '  '                 DELIMITED BY SIZE
           WS-CUST-NO           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-REG-CD            DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-REG-KEY           DELIMITED BY SIZE
           ' 登记:'             DELIMITED BY SIZE
           WS-REG-DT            DELIMITED BY SIZE
           ' 文件类型:'         DELIMITED BY SIZE
           WS-DOC-TYP-CD        DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-DOC-STUS-CD       DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-DOC-STUS-TXT      DELIMITED BY '  '
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.
