IDENTIFICATION DIVISION.
PROGRAM-ID. TELRCONFL01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 柜员利益冲突例外清单：一行一笔"柜员办理本人/关联亲属客户"的
*> 服务调用，带关联途径(SELF本人/关系类型代码)与当时的响应码，
*> 供内审逐笔核实
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-HIT-COUNT            PIC 9(7) VALUE 0.
01  WS-DONE-COUNT           PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-SELF-COUNT           PIC 9(7) VALUE 0.
01  WS-RELA-COUNT           PIC 9(7) VALUE 0.

*> 游标读出的一行数据：调用流水+柜员本人客户号+关联途径
01  WS-TENANT-NO            PIC X(10).
01  WS-PROGRAM-ID           PIC X(30).
01  WS-OPER-TELR-NO         PIC X(10).
01  WS-TELR-CUST-NO         PIC X(10).
01  WS-CUST-NO              PIC X(20).
01  WS-LINK-TYP-CD          PIC X(04).
01  WS-JRNL-RESP-CODE       PIC X(06).
01  WS-INVOKE-TM            PIC X(26).
01  WS-EXEC-TXT             PIC X(04).

*> 回溯天数(系统级设置挂默认租户001名下)：日常按1天只扫业务日期
*> 当日流水；内审年度检查或首次上线时临时调大即可回扫历史
01  WS-SCAN-DAYS            PIC 9(03) VALUE 1.
01  WS-PARAM-TXT            PIC X(10).

*> 扫描起止日拼成'YYYY-MM-DD'供与TIMESTAMP列前缀比较(同CTRLSCRN01)
01  WS-CURRENT-DATE-NUM     PIC 9(8).
01  WS-WORK-INTEGER         PIC 9(7).
01  WS-WORK-DATE-NUM        PIC 9(8).
01  WS-SCAN-START-TS        PIC X(10).
01  WS-SCAN-END-TS          PIC X(10).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'TELRCONFL01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 柜员利益冲突例外扫描批：AUTHCHK01按TELLER_INFO.TELR_CUST_NO与
*> CUST_RELATION_INFO拒绝柜员办理本人及关联亲属的客户记录，但规则
*> 上线前已发生的操作、以及规则上线后才登记本人客户号/亲属关系的
*> 柜员此前的操作都不会被拦下。本批按现行登记口径回扫
*> SVC_INVOKE_JOURNAL，凡操作柜员本人客户号即调用客户号、或两者
*> 在同租户有有效关系的调用一律列出(执行成功的计"已办"，被拒/失败
*> 的计"未遂")，供内审核实。只列清单不改数据
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    PERFORM READ-CONFL-PARAMS

    MOVE FUNCTION NUMVAL(WS-BD-BIZ-DT) TO WS-CURRENT-DATE-NUM
    COMPUTE WS-WORK-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
            - WS-SCAN-DAYS + 1
    COMPUTE WS-WORK-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
    MOVE SPACES TO WS-SCAN-START-TS
    STRING WS-WORK-DATE-NUM(1:4) DELIMITED BY SIZE
           '-'                   DELIMITED BY SIZE
           WS-WORK-DATE-NUM(5:2) DELIMITED BY SIZE
           '-'                   DELIMITED BY SIZE
           WS-WORK-DATE-NUM(7:2) DELIMITED BY SIZE
      INTO WS-SCAN-START-TS
    END-STRING
    MOVE SPACES TO WS-SCAN-END-TS
    STRING WS-BD-BIZ-DT(1:4) DELIMITED BY SIZE
           '-'               DELIMITED BY SIZE
           WS-BD-BIZ-DT(5:2) DELIMITED BY SIZE
           '-'               DELIMITED BY SIZE
           WS-BD-BIZ-DT(7:2) DELIMITED BY SIZE
      INTO WS-SCAN-END-TS
    END-STRING

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'TELR.CONFLICT.EXCEPTION.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                      DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '柜员利益冲突例外清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                     DELIMITED BY SIZE
           ' 扫描起日:'                     DELIMITED BY SIZE
           WS-SCAN-START-TS                 DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 本人：柜员本人客户号即调用客户号；关联：两者在同租户有有效
    *> 关系(关系双向登记，任一方向命中即列)。柜员登记不限有效标志
    *> ——已停用柜员当年的操作同样要查
    EXEC SQL
        DECLARE TELR-CONFL-CUR CURSOR FOR
        SELECT J.TENANT_NO, J.PROGRAM_ID, J.OPER_TELR_NO,
               T.TELR_CUST_NO, J.CUST_NO, 'SELF',
               J.RESP_CODE, J.INVOKE_TM
          FROM SVC_INVOKE_JOURNAL J
          JOIN TELLER_INFO T
            ON T.TELR_NO = J.OPER_TELR_NO
           AND T.TENANT_NO = J.TENANT_NO
         WHERE SUBSTR(J.INVOKE_TM, 1, 10) >= :WS-SCAN-START-TS
           AND SUBSTR(J.INVOKE_TM, 1, 10) <= :WS-SCAN-END-TS
           AND T.TELR_CUST_NO IS NOT NULL
           AND T.TELR_CUST_NO <> ' '
           AND J.CUST_NO = T.TELR_CUST_NO
        UNION
        SELECT J.TENANT_NO, J.PROGRAM_ID, J.OPER_TELR_NO,
               T.TELR_CUST_NO, J.CUST_NO, R.RELA_TYP_CD,
               J.RESP_CODE, J.INVOKE_TM
          FROM SVC_INVOKE_JOURNAL J
          JOIN TELLER_INFO T
            ON T.TELR_NO = J.OPER_TELR_NO
           AND T.TENANT_NO = J.TENANT_NO
          JOIN CUST_RELATION_INFO R
            ON R.TENANT_NO = J.TENANT_NO
           AND R.VALID_FLG = '1'
           AND ((R.CUST_NO = T.TELR_CUST_NO
                 AND R.RELA_CUST_NO = J.CUST_NO)
             OR (R.CUST_NO = J.CUST_NO
                 AND R.RELA_CUST_NO = T.TELR_CUST_NO))
         WHERE SUBSTR(J.INVOKE_TM, 1, 10) >= :WS-SCAN-START-TS
           AND SUBSTR(J.INVOKE_TM, 1, 10) <= :WS-SCAN-END-TS
           AND T.TELR_CUST_NO IS NOT NULL
           AND T.TELR_CUST_NO <> ' '
           AND J.CUST_NO <> T.TELR_CUST_NO
         ORDER BY 1, 3, 8
    END-EXEC.

    EXEC SQL OPEN TELR-CONFL-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '柜员利益冲突游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TELR-CONFL-CUR
            INTO :WS-TENANT-NO, :WS-PROGRAM-ID, :WS-OPER-TELR-NO,
                 :WS-TELR-CUST-NO, :WS-CUST-NO, :WS-LINK-TYP-CD,
                 :WS-JRNL-RESP-CODE, :WS-INVOKE-TM
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-CONFLICT-RECORD
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '柜员利益冲突游标读取失败，清单可能不完整'
    END-IF.

    EXEC SQL CLOSE TELR-CONFL-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '例外笔数:'     DELIMITED BY SIZE
           WS-HIT-COUNT    DELIMITED BY SIZE
           ' 已办:'        DELIMITED BY SIZE
           WS-DONE-COUNT   DELIMITED BY SIZE
           ' 未遂:'        DELIMITED BY SIZE
           WS-FAIL-COUNT   DELIMITED BY SIZE
           ' 本人:'        DELIMITED BY SIZE
           WS-SELF-COUNT   DELIMITED BY SIZE
           ' 关联亲属:'    DELIMITED BY SIZE
           WS-RELA-COUNT   DELIMITED BY SIZE
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

    DISPLAY '柜员利益冲突扫描完成，例外笔数:' WS-HIT-COUNT
            ' 已办:' WS-DONE-COUNT

    GOBACK.

*> 写出一笔例外调用(成功/告警响应码计已办，F/E开头计未遂)
WRITE-CONFLICT-RECORD.
    ADD 1 TO WS-HIT-COUNT
    IF WS-JRNL-RESP-CODE(1:1) = 'F' OR WS-JRNL-RESP-CODE(1:1) = 'E'
       ADD 1 TO WS-FAIL-COUNT
       MOVE '未遂' TO WS-EXEC-TXT
    ELSE
       ADD 1 TO WS-DONE-COUNT
       MOVE '已办' TO WS-EXEC-TXT
    END-IF
    IF WS-LINK-TYP-CD = 'SELF'
       ADD 1 TO WS-SELF-COUNT
    ELSE
       ADD 1 TO WS-RELA-COUNT
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-INVOKE-TM         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-PROGRAM-ID        DELIMITED BY SIZE
           ' 柜员:'             DELIMITED BY SIZE
           WS-OPER-TELR-NO      DELIMITED BY SIZE
           ' 本人客户:'         DELIMITED BY SIZE
           WS-TELR-CUST-NO      DELIMITED BY SIZE
           ' 目标客户:'         DELIMITED BY SIZE
           WS-CUST-NO           DELIMITED BY SIZE
           ' 途径:'             DELIMITED BY SIZE
           WS-LINK-TYP-CD       DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-JRNL-RESP-CODE    DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-EXEC-TXT          DELIMITED BY SIZE
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

*> 回溯天数参数(系统级设置挂默认租户001名下，同CORPREVIEW01)，
*> 未配置或非正数时按1天
READ-CONFL-PARAMS.
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = '001'
           AND PARAM_NM = 'TELR_CONFL_SCAN_DAYS'
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-SCAN-DAYS = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.
    IF WS-SCAN-DAYS = 0
       MOVE 1 TO WS-SCAN-DAYS
    END-IF.
