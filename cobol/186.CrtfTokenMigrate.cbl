IDENTIFICATION DIVISION.
PROGRAM-ID. CRTFTOKMIG01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 证件号码存量令牌化报告：一行一个表列的令牌化号码数与失败数
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.
01  WS-RPT-FILE-NAME            PIC X(60).
01  WS-TOKEN-COUNT              PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT               PIC 9(7) VALUE 0.
01  WS-PASS-TOKEN-COUNT         PIC 9(7).
01  WS-PASS-FAIL-COUNT          PIC 9(7).

*> 当前处理的表列(01..17为各业务表的证件号码列，18/19为字段级
*> 审计的旧值/新值)与游标读出的存量明文
01  WS-PASS-CD                  PIC X(02).
01  WS-PASS-NM                  PIC X(40).
01  WS-CLEAR-VAL                PIC X(20).
*> 字段级审计的旧值/新值列宽100，只改写放得下证件号码的值
01  WS-AUD-VAL                  PIC X(100).
01  WS-AUD-TOKEN-VAL            PIC X(100).

*> 证件号码令牌化工作区(CRTFTOKEN01取令牌，库内没有则建)
01  WS-TOKEN-MODE-CD            PIC X(01) VALUE 'T'.
01  WS-CRTF-TOKEN               PIC X(20).
01  WS-CRTF-MASK                PIC X(20).
01  WS-TOKEN-RESP-CODE          PIC X(06).
01  WS-TOKEN-RESP-MSG           PIC X(50).

*> 批处理解密授权登记：监管报送/对外接口等须还原明文的批处理程序
01  WS-DETOK-PGM-TEXT.
    05  FILLER                  PIC X(12) VALUE 'REGCUSTEXT01'.
    05  FILLER                  PIC X(12) VALUE 'REGSUPPL01'.
    05  FILLER                  PIC X(12) VALUE 'CRSEXTRACT01'.
    05  FILLER                  PIC X(12) VALUE 'IDVREQ01'.
    05  FILLER                  PIC X(12) VALUE 'SARDATAEXP01'.
    05  FILLER                  PIC X(12) VALUE 'DQPROFILE01'.
    05  FILLER                  PIC X(12) VALUE 'ID15UPG01'.
01  WS-DETOK-PGM-TABLE REDEFINES WS-DETOK-PGM-TEXT.
    05  WS-DETOK-PGM            OCCURS 7 PIC X(12).
01  WS-DETOK-PGM-ID             PIC X(30).
01  WS-DETOK-IDX                PIC 9(2).
01  WS-DETOK-COUNT              PIC 9(5).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'CRTFTOKMIG01'.
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
01  WS-RR-JOB-NM           PIC X(20) VALUE 'CRTFTOKMIG01'.
01  WS-RR-REC-COUNT        PIC 9(09).
01  WS-RR-RESP-CODE        PIC X(06).
01  WS-RR-RESP-MSG         PIC X(50).

PROCEDURE DIVISION.
*> 证件号码存量令牌化批：令牌化上线前写入的证件号码仍以明文存放
*> 在各业务表、工作清单、待复核事项与字段级审计里。本批逐表列取
*> 出全部尚未令牌化的明文(去重)，经CRTFTOKEN01取得令牌后按值整批
*> 改写，一个号码一次提交。已是令牌('TK#'开头)、空白与已匿名化
*> ('*ERASED*')的值不动，中断后可直接重跑。待复核事项与字段级
*> 审计属证据链，改写前先把受影响的链行登记到AUDIT_CHAIN_REDACT_LOG
*> (同ANONYMIZE01)，链复核(AUDCHAINVFY01)据此不报内容篡改。起跑前
*> 先登记须还原明文的监管报送/对外接口批处理的解密授权
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
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'CRTF.TOKEN.MIGRATE.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    OPEN OUTPUT REPORT-FILE

    PERFORM REGISTER-DETOKEN-CALLERS

    PERFORM MIGRATE-PASS-01
    PERFORM MIGRATE-PASS-02
    PERFORM MIGRATE-PASS-03
    PERFORM MIGRATE-PASS-04
    PERFORM MIGRATE-PASS-05
    PERFORM MIGRATE-PASS-06
    PERFORM MIGRATE-PASS-07
    PERFORM MIGRATE-PASS-08
    PERFORM MIGRATE-PASS-09
    PERFORM MIGRATE-PASS-10
    PERFORM MIGRATE-PASS-11
    PERFORM MIGRATE-PASS-12
    PERFORM MIGRATE-PASS-13
    PERFORM MIGRATE-PASS-14
    PERFORM MIGRATE-PASS-15
    PERFORM MIGRATE-PASS-16
    PERFORM MIGRATE-PASS-17
    PERFORM MIGRATE-PASS-18
    PERFORM MIGRATE-PASS-19

    MOVE SPACES TO REPORT-RECORD
    STRING '合计 令牌化号码:' DELIMITED BY SIZE
           WS-TOKEN-COUNT     DELIMITED BY SIZE
           ' 失败:'           DELIMITED BY SIZE
           WS-FAIL-COUNT      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)
    MOVE WS-TOKEN-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-TOKEN-COUNT TO WS-RC-RECORDS
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL

    DISPLAY '证件号码存量令牌化批完成，令牌化号码:' WS-TOKEN-COUNT
            ' 失败:' WS-FAIL-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 批处理解密授权：未登记的程序补登为有效，已登记的(含被停用的)
*> 不动，停用与否归安全管理员
REGISTER-DETOKEN-CALLERS.
    PERFORM VARYING WS-DETOK-IDX FROM 1 BY 1 UNTIL WS-DETOK-IDX > 7
       MOVE WS-DETOK-PGM(WS-DETOK-IDX) TO WS-DETOK-PGM-ID
       MOVE 0 TO WS-DETOK-COUNT
       EXEC SQL
           SELECT COUNT(*)
             INTO :WS-DETOK-COUNT
             FROM PII_DETOKEN_BATCH_AUTH
            WHERE PROGRAM_ID = :WS-DETOK-PGM-ID
       END-EXEC
       IF SQLCODE = 0 AND WS-DETOK-COUNT = 0
          EXEC SQL
              INSERT INTO PII_DETOKEN_BATCH_AUTH (
                  PROGRAM_ID, VALID_FLG, CRT_TM, UPD_TM
              ) VALUES (
                  :WS-DETOK-PGM-ID, '1', CURRENT_TIMESTAMP,
                  CURRENT_TIMESTAMP
              )
          END-EXEC
          IF SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
          ELSE
             EXEC SQL ROLLBACK END-EXEC
             DISPLAY '批处理解密授权登记失败:' WS-DETOK-PGM-ID
                     ' SQLCODE=' SQLCODE
          END-IF
       END-IF
    END-PERFORM.

*> 客户主档证件号码(CUSTOMER_BASIC_INFO.CRTF_NO)
MIGRATE-PASS-01.
    MOVE '01' TO WS-PASS-CD
    MOVE 'CUSTOMER_BASIC_INFO.CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG01-CUR CURSOR FOR
        SELECT DISTINCT CRTF_NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_NO NOT LIKE 'TK#%'
           AND CRTF_NO NOT = ' '
           AND CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG01-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG01-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG01-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 配偶证件号码(PERSONAL_CUSTOMER_INFO.SPS_CRTF_NO)
MIGRATE-PASS-02.
    MOVE '02' TO WS-PASS-CD
    MOVE 'PERSONAL_CUSTOMER_INFO.SPS_CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG02-CUR CURSOR FOR
        SELECT DISTINCT SPS_CRTF_NO
          FROM PERSONAL_CUSTOMER_INFO
         WHERE SPS_CRTF_NO NOT LIKE 'TK#%'
           AND SPS_CRTF_NO NOT = ' '
           AND SPS_CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG02-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG02-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG02-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 监护人证件号码(PERSONAL_CUSTOMER_INFO.GRDN_CRTF_NO)
MIGRATE-PASS-03.
    MOVE '03' TO WS-PASS-CD
    MOVE 'PERSONAL_CUSTOMER_INFO.GRDN_CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG03-CUR CURSOR FOR
        SELECT DISTINCT GRDN_CRTF_NO
          FROM PERSONAL_CUSTOMER_INFO
         WHERE GRDN_CRTF_NO NOT LIKE 'TK#%'
           AND GRDN_CRTF_NO NOT = ' '
           AND GRDN_CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG03-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG03-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG03-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 个人客户名单(PERSONAL_CUSTOMER_LIST.CRTF_NO)
MIGRATE-PASS-04.
    MOVE '04' TO WS-PASS-CD
    MOVE 'PERSONAL_CUSTOMER_LIST.CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG04-CUR CURSOR FOR
        SELECT DISTINCT CRTF_NO
          FROM PERSONAL_CUSTOMER_LIST
         WHERE CRTF_NO NOT LIKE 'TK#%'
           AND CRTF_NO NOT = ' '
           AND CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG04-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG04-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG04-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 境外取现黑名单(OVS_CASH_WITHDR_BLK.CRTF_NO)
MIGRATE-PASS-05.
    MOVE '05' TO WS-PASS-CD
    MOVE 'OVS_CASH_WITHDR_BLK.CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG05-CUR CURSOR FOR
        SELECT DISTINCT CRTF_NO
          FROM OVS_CASH_WITHDR_BLK
         WHERE CRTF_NO NOT LIKE 'TK#%'
           AND CRTF_NO NOT = ' '
           AND CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG05-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG05-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG05-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 签约关系(SIGN_RELATION_INFO.CRTF_NO)
MIGRATE-PASS-06.
    MOVE '06' TO WS-PASS-CD
    MOVE 'SIGN_RELATION_INFO.CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG06-CUR CURSOR FOR
        SELECT DISTINCT CRTF_NO
          FROM SIGN_RELATION_INFO
         WHERE CRTF_NO NOT LIKE 'TK#%'
           AND CRTF_NO NOT = ' '
           AND CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG06-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG06-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG06-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 受益所有人(CORP_BENEF_OWNER_INFO.OWNER_CRTF_NO)
MIGRATE-PASS-07.
    MOVE '07' TO WS-PASS-CD
    MOVE 'CORP_BENEF_OWNER_INFO.OWNER_CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG07-CUR CURSOR FOR
        SELECT DISTINCT OWNER_CRTF_NO
          FROM CORP_BENEF_OWNER_INFO
         WHERE OWNER_CRTF_NO NOT LIKE 'TK#%'
           AND OWNER_CRTF_NO NOT = ' '
           AND OWNER_CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG07-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG07-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG07-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 受益所有人筛查复核(BO_SCREEN_REVIEW.OWNER_CRTF_NO)
MIGRATE-PASS-08.
    MOVE '08' TO WS-PASS-CD
    MOVE 'BO_SCREEN_REVIEW.OWNER_CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG08-CUR CURSOR FOR
        SELECT DISTINCT OWNER_CRTF_NO
          FROM BO_SCREEN_REVIEW
         WHERE OWNER_CRTF_NO NOT LIKE 'TK#%'
           AND OWNER_CRTF_NO NOT = ' '
           AND OWNER_CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG08-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG08-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG08-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 穿透待办(BO_LOOKTHRU_PENDING.OWNER_CRTF_NO)
MIGRATE-PASS-09.
    MOVE '09' TO WS-PASS-CD
    MOVE 'BO_LOOKTHRU_PENDING.OWNER_CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG09-CUR CURSOR FOR
        SELECT DISTINCT OWNER_CRTF_NO
          FROM BO_LOOKTHRU_PENDING
         WHERE OWNER_CRTF_NO NOT LIKE 'TK#%'
           AND OWNER_CRTF_NO NOT = ' '
           AND OWNER_CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG09-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG09-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG09-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 授权签字人(CORP_AUTH_SIGNATORY.SIGNER_CRTF_NO)
MIGRATE-PASS-10.
    MOVE '10' TO WS-PASS-CD
    MOVE 'CORP_AUTH_SIGNATORY.SIGNER_CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG10-CUR CURSOR FOR
        SELECT DISTINCT SIGNER_CRTF_NO
          FROM CORP_AUTH_SIGNATORY
         WHERE SIGNER_CRTF_NO NOT LIKE 'TK#%'
           AND SIGNER_CRTF_NO NOT = ' '
           AND SIGNER_CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG10-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG10-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG10-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 授权代理人(CUST_POA_AGENT.AGENT_CRTF_NO)
MIGRATE-PASS-11.
    MOVE '11' TO WS-PASS-CD
    MOVE 'CUST_POA_AGENT.AGENT_CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG11-CUR CURSOR FOR
        SELECT DISTINCT AGENT_CRTF_NO
          FROM CUST_POA_AGENT
         WHERE AGENT_CRTF_NO NOT LIKE 'TK#%'
           AND AGENT_CRTF_NO NOT = ' '
           AND AGENT_CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG11-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG11-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG11-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 遗产案件执行人(CUST_ESTATE_CASE.EXECUTOR_CRTF_NO)
MIGRATE-PASS-12.
    MOVE '12' TO WS-PASS-CD
    MOVE 'CUST_ESTATE_CASE.EXECUTOR_CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG12-CUR CURSOR FOR
        SELECT DISTINCT EXECUTOR_CRTF_NO
          FROM CUST_ESTATE_CASE
         WHERE EXECUTOR_CRTF_NO NOT LIKE 'TK#%'
           AND EXECUTOR_CRTF_NO NOT = ' '
           AND EXECUTOR_CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG12-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG12-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG12-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 监管更正工作清单(REG_CORR_WORKLIST.CRTF_NO)
MIGRATE-PASS-13.
    MOVE '13' TO WS-PASS-CD
    MOVE 'REG_CORR_WORKLIST.CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG13-CUR CURSOR FOR
        SELECT DISTINCT CRTF_NO
          FROM REG_CORR_WORKLIST
         WHERE CRTF_NO NOT LIKE 'TK#%'
           AND CRTF_NO NOT = ' '
           AND CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG13-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG13-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG13-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 死亡通知工作清单(DECD_NOTICE_WORKLIST.CRTF_NO)
MIGRATE-PASS-14.
    MOVE '14' TO WS-PASS-CD
    MOVE 'DECD_NOTICE_WORKLIST.CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG14-CUR CURSOR FOR
        SELECT DISTINCT CRTF_NO
          FROM DECD_NOTICE_WORKLIST
         WHERE CRTF_NO NOT LIKE 'TK#%'
           AND CRTF_NO NOT = ' '
           AND CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG14-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG14-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG14-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 监护完整性工作清单(GRDN_INTEG_WORKLIST.GRDN_CRTF_NO)
MIGRATE-PASS-15.
    MOVE '15' TO WS-PASS-CD
    MOVE 'GRDN_INTEG_WORKLIST.GRDN_CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG15-CUR CURSOR FOR
        SELECT DISTINCT GRDN_CRTF_NO
          FROM GRDN_INTEG_WORKLIST
         WHERE GRDN_CRTF_NO NOT LIKE 'TK#%'
           AND GRDN_CRTF_NO NOT = ' '
           AND GRDN_CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG15-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG15-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG15-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 待复核事项归档(CUST_PENDING_AUTH_ARCH.CRTF_NO)
MIGRATE-PASS-16.
    MOVE '16' TO WS-PASS-CD
    MOVE 'CUST_PENDING_AUTH_ARCH.CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG16-CUR CURSOR FOR
        SELECT DISTINCT CRTF_NO
          FROM CUST_PENDING_AUTH_ARCH
         WHERE CRTF_NO NOT LIKE 'TK#%'
           AND CRTF_NO NOT = ' '
           AND CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG16-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG16-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG16-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 待复核事项(CUST_PENDING_AUTH.CRTF_NO)
MIGRATE-PASS-17.
    MOVE '17' TO WS-PASS-CD
    MOVE 'CUST_PENDING_AUTH.CRTF_NO' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG17-CUR CURSOR FOR
        SELECT DISTINCT CRTF_NO
          FROM CUST_PENDING_AUTH
         WHERE CRTF_NO NOT LIKE 'TK#%'
           AND CRTF_NO NOT = ' '
           AND CRTF_NO NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG17-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG17-CUR
            INTO :WS-CLEAR-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG17-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 字段级审计旧值(CUST_INFO_CHG_AUDIT.OLD_VAL)：只改写各证件号码字段
*> (字段名以CRTF_NO结尾，含NAMELIST./OVSBLK./SIGNREL.等前缀)的值
MIGRATE-PASS-18.
    MOVE '18' TO WS-PASS-CD
    MOVE 'CUST_INFO_CHG_AUDIT.OLD_VAL' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG18-CUR CURSOR FOR
        SELECT DISTINCT OLD_VAL
          FROM CUST_INFO_CHG_AUDIT
         WHERE RTRIM(FLD_NM) LIKE '%CRTF_NO'
           AND OLD_VAL NOT LIKE 'TK#%'
           AND OLD_VAL NOT = ' '
           AND OLD_VAL NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG18-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG18-CUR
            INTO :WS-AUD-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0 AND WS-AUD-VAL(21:80) = SPACES
          MOVE WS-AUD-VAL(1:20) TO WS-CLEAR-VAL
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG18-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 字段级审计新值(CUST_INFO_CHG_AUDIT.NEW_VAL)：只改写各证件号码字段
*> (字段名以CRTF_NO结尾，含NAMELIST./OVSBLK./SIGNREL.等前缀)的值
MIGRATE-PASS-19.
    MOVE '19' TO WS-PASS-CD
    MOVE 'CUST_INFO_CHG_AUDIT.NEW_VAL' TO WS-PASS-NM
    MOVE 0 TO WS-PASS-TOKEN-COUNT
    MOVE 0 TO WS-PASS-FAIL-COUNT
    EXEC SQL
        DECLARE TOKMIG19-CUR CURSOR FOR
        SELECT DISTINCT NEW_VAL
          FROM CUST_INFO_CHG_AUDIT
         WHERE RTRIM(FLD_NM) LIKE '%CRTF_NO'
           AND NEW_VAL NOT LIKE 'TK#%'
           AND NEW_VAL NOT = ' '
           AND NEW_VAL NOT = '*ERASED*'
    END-EXEC.

    EXEC SQL OPEN TOKMIG19-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY WS-PASS-NM ' 游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TOKMIG19-CUR
            INTO :WS-AUD-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0 AND WS-AUD-VAL(21:80) = SPACES
          MOVE WS-AUD-VAL(1:20) TO WS-CLEAR-VAL
          PERFORM MIGRATE-ONE-VALUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TOKMIG19-CUR END-EXEC.
    PERFORM WRITE-PASS-LINE.

*> 一个存量明文：取令牌，按表列整批改写持有该明文的行，一号一提交
MIGRATE-ONE-VALUE.
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, WS-CLEAR-VAL,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000' OR WS-CRTF-TOKEN = SPACES
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-PASS-FAIL-COUNT
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY WS-PASS-NM ' 取令牌失败:' WS-TOKEN-RESP-CODE
       EXIT PARAGRAPH
    END-IF

    MOVE WS-CLEAR-VAL TO WS-AUD-VAL
    MOVE WS-CRTF-TOKEN TO WS-AUD-TOKEN-VAL

    EVALUATE WS-PASS-CD
       WHEN '01'
          EXEC SQL
              UPDATE CUSTOMER_BASIC_INFO
                 SET CRTF_NO = :WS-CRTF-TOKEN
               WHERE CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '02'
          EXEC SQL
              UPDATE PERSONAL_CUSTOMER_INFO
                 SET SPS_CRTF_NO = :WS-CRTF-TOKEN
               WHERE SPS_CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '03'
          EXEC SQL
              UPDATE PERSONAL_CUSTOMER_INFO
                 SET GRDN_CRTF_NO = :WS-CRTF-TOKEN
               WHERE GRDN_CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '04'
          EXEC SQL
              UPDATE PERSONAL_CUSTOMER_LIST
                 SET CRTF_NO = :WS-CRTF-TOKEN
               WHERE CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '05'
          EXEC SQL
              UPDATE OVS_CASH_WITHDR_BLK
                 SET CRTF_NO = :WS-CRTF-TOKEN
               WHERE CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '06'
          EXEC SQL
              UPDATE SIGN_RELATION_INFO
                 SET CRTF_NO = :WS-CRTF-TOKEN
               WHERE CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '07'
          EXEC SQL
              UPDATE CORP_BENEF_OWNER_INFO
                 SET OWNER_CRTF_NO = :WS-CRTF-TOKEN
               WHERE OWNER_CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '08'
          EXEC SQL
              UPDATE BO_SCREEN_REVIEW
                 SET OWNER_CRTF_NO = :WS-CRTF-TOKEN
               WHERE OWNER_CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '09'
          EXEC SQL
              UPDATE BO_LOOKTHRU_PENDING
                 SET OWNER_CRTF_NO = :WS-CRTF-TOKEN
               WHERE OWNER_CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '10'
          EXEC SQL
              UPDATE CORP_AUTH_SIGNATORY
                 SET SIGNER_CRTF_NO = :WS-CRTF-TOKEN
               WHERE SIGNER_CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '11'
          EXEC SQL
              UPDATE CUST_POA_AGENT
                 SET AGENT_CRTF_NO = :WS-CRTF-TOKEN
               WHERE AGENT_CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '12'
          EXEC SQL
              UPDATE CUST_ESTATE_CASE
                 SET EXECUTOR_CRTF_NO = :WS-CRTF-TOKEN
               WHERE EXECUTOR_CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '13'
          EXEC SQL
              UPDATE REG_CORR_WORKLIST
                 SET CRTF_NO = :WS-CRTF-TOKEN
               WHERE CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '14'
          EXEC SQL
              UPDATE DECD_NOTICE_WORKLIST
                 SET CRTF_NO = :WS-CRTF-TOKEN
               WHERE CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '15'
          EXEC SQL
              UPDATE GRDN_INTEG_WORKLIST
                 SET GRDN_CRTF_NO = :WS-CRTF-TOKEN
               WHERE GRDN_CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '16'
          EXEC SQL
              UPDATE CUST_PENDING_AUTH_ARCH
                 SET CRTF_NO = :WS-CRTF-TOKEN
               WHERE CRTF_NO = :WS-CLEAR-VAL
          END-EXEC
       WHEN '17'
          PERFORM REDACT-PENDAUTH-CHAIN
          IF SQLCODE = 0
             EXEC SQL
                 UPDATE CUST_PENDING_AUTH
                    SET REQ_KEY = CASE WHEN REQ_KEY = CRTF_NO
                                       THEN :WS-CRTF-TOKEN
                                       ELSE REQ_KEY END,
                        CRTF_NO = :WS-CRTF-TOKEN
                  WHERE CRTF_NO = :WS-CLEAR-VAL
             END-EXEC
          END-IF
       WHEN '18'
          PERFORM REDACT-CHGAUD-CHAIN
          IF SQLCODE = 0
             EXEC SQL
                 UPDATE CUST_INFO_CHG_AUDIT
                    SET OLD_VAL = :WS-AUD-TOKEN-VAL
                  WHERE RTRIM(FLD_NM) LIKE '%CRTF_NO'
                    AND OLD_VAL = :WS-AUD-VAL
             END-EXEC
          END-IF
       WHEN '19'
          PERFORM REDACT-CHGAUD-CHAIN
          IF SQLCODE = 0
             EXEC SQL
                 UPDATE CUST_INFO_CHG_AUDIT
                    SET NEW_VAL = :WS-AUD-TOKEN-VAL
                  WHERE RTRIM(FLD_NM) LIKE '%CRTF_NO'
                    AND NEW_VAL = :WS-AUD-VAL
             END-EXEC
          END-IF
    END-EVALUATE

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-PASS-FAIL-COUNT
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY WS-PASS-NM ' 改写失败 SQLCODE=' SQLCODE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-PASS-TOKEN-COUNT
    ADD 1 TO WS-TOKEN-COUNT.

*> 待复核事项链：改写前登记受影响的入链行(同ANONYMIZE01)
REDACT-PENDAUTH-CHAIN.
    EXEC SQL
        INSERT INTO AUDIT_CHAIN_REDACT_LOG (
            CHAIN_ID, CHAIN_SEQ_NO, REDACT_PROGRAM, REDACT_TM
        )
        SELECT 'PENDAUTH', CHAIN_SEQ_NO, 'CRTFTOKMIG01',
               CURRENT_TIMESTAMP
          FROM CUST_PENDING_AUTH
         WHERE CRTF_NO = :WS-CLEAR-VAL
           AND CHAIN_SEQ_NO > 0
    END-EXEC.

    IF SQLCODE = 100
       MOVE 0 TO SQLCODE
    END-IF.

*> 变更审计链：改写前登记受影响的入链行(同ANONYMIZE01)
REDACT-CHGAUD-CHAIN.
    IF WS-PASS-CD = '18'
       EXEC SQL
           INSERT INTO AUDIT_CHAIN_REDACT_LOG (
               CHAIN_ID, CHAIN_SEQ_NO, REDACT_PROGRAM, REDACT_TM
           )
           SELECT 'CHGAUD', CHAIN_SEQ_NO, 'CRTFTOKMIG01',
                  CURRENT_TIMESTAMP
             FROM CUST_INFO_CHG_AUDIT
            WHERE RTRIM(FLD_NM) LIKE '%CRTF_NO'
              AND OLD_VAL = :WS-AUD-VAL
              AND CHAIN_SEQ_NO > 0
       END-EXEC
    ELSE
       EXEC SQL
           INSERT INTO AUDIT_CHAIN_REDACT_LOG (
               CHAIN_ID, CHAIN_SEQ_NO, REDACT_PROGRAM, REDACT_TM
           )
           SELECT 'CHGAUD', CHAIN_SEQ_NO, 'CRTFTOKMIG01',
                  CURRENT_TIMESTAMP
             FROM CUST_INFO_CHG_AUDIT
            WHERE RTRIM(FLD_NM) LIKE '%CRTF_NO'
              AND NEW_VAL = :WS-AUD-VAL
              AND CHAIN_SEQ_NO > 0
       END-EXEC
    END-IF

    IF SQLCODE = 100
       MOVE 0 TO SQLCODE
    END-IF.

WRITE-PASS-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-PASS-NM            DELIMITED BY SIZE
           ' 令牌化号码:'        DELIMITED BY SIZE
           WS-PASS-TOKEN-COUNT   DELIMITED BY SIZE
           ' 失败:'              DELIMITED BY SIZE
           WS-PASS-FAIL-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
