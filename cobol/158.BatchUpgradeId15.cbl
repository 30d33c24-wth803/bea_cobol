IDENTIFICATION DIVISION.
PROGRAM-ID. ID15UPG01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 一代身份证号码升位报告：一行一个被改写(或因两种形态并存而
*> 入复核池/无法升位)的号码
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.
01  WS-ROW-COUNT                PIC S9(9) COMP-4.
01  WS-RPT-FILE-NAME            PIC X(60).
01  WS-UPG-COUNT                PIC 9(7) VALUE 0.
01  WS-DUP-COUNT                PIC 9(7) VALUE 0.
01  WS-SKIP-COUNT               PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT               PIC 9(7) VALUE 0.

*> 当前处理的表(C客户主档/G监护人/L名单/B境外取现黑名单/
*> S签约关系)与游标读出的一行
01  WS-PASS-CD                  PIC X(01).
01  WS-PASS-NM                  PIC X(08).
01  WS-ROW-TENANT-NO            PIC X(10).
01  WS-ROW-CUST-NO              PIC X(20).
01  WS-ROW-KEY-NO               PIC X(20).
*> 行内存放的证件号码原值(令牌；令牌化之前的旧行为明文)
01  WS-ROW-CRTF-VAL             PIC X(20).

*> 15位->18位升位工作区：第7位前补世纪'19'，按GB 11643对前17位
*> 加权求和模11取校验码(规则同CRTPERC01的EXTRACT-ID-CARD-INFO/
*> VALIDATE-ID-CHECKSUM)
01  WS-ID15                     PIC X(20).
01  WS-ID18                     PIC X(20).
01  WS-ID-VALID-FLG             PIC X(01).
01  WS-ID-CHECKSUM-WEIGHTS.
    05  FILLER                  PIC X(34)
                            VALUE '0709100508040201060307091005080402'.
01  WS-ID-WEIGHT-TABLE REDEFINES WS-ID-CHECKSUM-WEIGHTS.
    05  WS-ID-WEIGHT            OCCURS 17 PIC 9(2).
01  WS-ID-CHECK-CODES.
    05  FILLER                  PIC X(11) VALUE '10X98765432'.
01  WS-ID-CHECK-CODE-TABLE REDEFINES WS-ID-CHECK-CODES.
    05  WS-ID-CHECK-CODE        OCCURS 11 PIC X(01).
01  WS-ID-SUM                   PIC 9(5).
01  WS-ID-REMAINDER             PIC 9(2).
01  WS-ID-IDX                   PIC 9(2).
01  WS-ID-DIGIT                 PIC 9(1).

*> 证件号码令牌化工作区：行内令牌经DETOKEN01(批处理调用，本程序
*> 在PII_DETOKEN_BATCH_AUTH登记)换回15位明文升位，18位形态经
*> CRTFTOKEN01取令牌后写回；审计新旧值记令牌，报告只出掩码号
01  WS-DT-OPER-TELR-NO          PIC X(10) VALUE SPACES.
01  WS-DT-TENANT-NO             PIC X(10) VALUE SPACES.
01  WS-DT-CUST-NO               PIC X(20).
01  WS-DT-CALLER-PGM            PIC X(30) VALUE 'ID15UPG01'.
01  WS-DT-RESP-CODE             PIC X(06).
01  WS-DT-RESP-MSG              PIC X(50).
01  WS-TOKEN-MODE-CD            PIC X(01) VALUE 'T'.
01  WS-MASK-MODE-CD             PIC X(01) VALUE 'M'.
01  WS-ID18-TOKEN               PIC X(20).
01  WS-CRTF-TOKEN               PIC X(20).
01  WS-CRTF-MASK                PIC X(20).
01  WS-TOKEN-RESP-CODE          PIC X(06).
01  WS-TOKEN-RESP-MSG           PIC X(50).
01  WS-MASK-RESP-CODE           PIC X(06).
01  WS-MASK-RESP-MSG            PIC X(50).
01  WS-ID15-MASK                PIC X(20).
01  WS-ID18-MASK                PIC X(20).

*> 两种形态并存判定工作区
01  WS-TWIN-COUNT               PIC 9(5).
01  WS-TWIN-CUST-NO             PIC X(20).
01  WS-HELD-COUNT               PIC 9(5).
01  WS-DUP-EXIST-COUNT          PIC 9(5).
01  WS-PAIR-CUST-NO-1           PIC X(20).
01  WS-PAIR-CUST-NO-2           PIC X(20).
01  WS-RSLT-MSG                 PIC X(40).

*> 字段级审计通用工作区(同MGMTCNTCPREF01)
01  WS-AUDIT-FLD-NM             PIC X(30).
01  WS-AUDIT-OLD-VAL            PIC X(100).
01  WS-AUDIT-NEW-VAL            PIC X(100).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'ID15UPG01'.
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
01  WS-RR-JOB-NM           PIC X(20) VALUE 'ID15UPG01'.
01  WS-RR-REC-COUNT        PIC 9(09).
01  WS-RR-RESP-CODE        PIC X(06).
01  WS-RR-RESP-MSG         PIC X(50).

*> 证据链入链工作区(AUDCHAIN01)：各证据表的写入行按所属链的规范
*> 布局拼成400字节内容入链，链序号/摘要/入链时刻随行写入
01  WS-CHAIN-ID            PIC X(10).
01  WS-CHAIN-CONTENT       PIC X(400).
*> 变更审计链(CHGAUD)规范内容
01  WS-CHAIN-AUD-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-AUD-CUST-NO       PIC X(20).
    05  WS-CHAIN-AUD-FLD-NM        PIC X(30).
    05  WS-CHAIN-AUD-OLD-VAL       PIC X(100).
    05  WS-CHAIN-AUD-NEW-VAL       PIC X(100).
    05  FILLER                     PIC X(150).
01  WS-CHAIN-TM            PIC X(26).
01  WS-CHAIN-SEQ-NO        PIC 9(12).
01  WS-CHAIN-PREV-HASH     PIC X(32).
01  WS-CHAIN-ROW-HASH      PIC X(32).
01  WS-CHAIN-RESP-CODE     PIC X(06).
01  WS-CHAIN-RESP-MSG      PIC X(50).

PROCEDURE DIVISION.
*> 一代(15位)居民身份证号码升位批：存量老客户的CRTF_NO仍是15位
*> 一代号码，而管控名单/境外取现黑名单/签约关系/监护人登记里
*> 同一号码有的是15位有的是18位——按18位录入的名单永远匹配不
*> 上这位客户。本批逐表找出全部15位号码，补世纪并按GB 11643
*> 算出校验位得到18位形态，逐行改写并留字段级审计。客户主档
*> 先行：同租户已有以18位形态开立的另一客户时，两户作为候选
*> 对写入CUST_DUP_CANDIDATE走正常的并档复核(MGMTDUPREVIEW01)，
*> 不就地覆盖；其余各表中仍被这类待复核客户持有的15位号码也
*> 原样保留，待并档了结后再跑本批
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
    STRING 'ID15.UPGRADE.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT           DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    OPEN OUTPUT REPORT-FILE

    PERFORM UPGRADE-CUSTOMER-PASS
    PERFORM UPGRADE-GUARDIAN-PASS
    PERFORM UPGRADE-NAMELIST-PASS
    PERFORM UPGRADE-OVSBLK-PASS
    PERFORM UPGRADE-SIGNREL-PASS

    MOVE SPACES TO REPORT-RECORD
    STRING '升位:'        DELIMITED BY SIZE
           WS-UPG-COUNT   DELIMITED BY SIZE
           ' 入复核池:'   DELIMITED BY SIZE
           WS-DUP-COUNT   DELIMITED BY SIZE
           ' 保留/跳过:'  DELIMITED BY SIZE
           WS-SKIP-COUNT  DELIMITED BY SIZE
           ' 失败:'       DELIMITED BY SIZE
           WS-FAIL-COUNT  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)
    MOVE WS-UPG-COUNT TO WS-RR-REC-COUNT
    ADD WS-DUP-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-UPG-COUNT TO WS-RC-RECORDS
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL

    DISPLAY '一代身份证号码升位批完成，升位:' WS-UPG-COUNT
            ' 入复核池:' WS-DUP-COUNT ' 失败:' WS-FAIL-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 客户主档：以居民身份证开立、号码为15位的客户(含已销户客户，
*> 证件号码口径全表一致)
UPGRADE-CUSTOMER-PASS.
    MOVE 'C' TO WS-PASS-CD
    MOVE 'CUST' TO WS-PASS-NM
    EXEC SQL
        DECLARE CUST15-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, CRTF_NO
          FROM CUSTOMER_BASIC_INFO B
         WHERE CRTF_TYP_CD = '01'
           AND ((SUBSTR(CRTF_NO, 15, 1) NOT = ' '
                 AND SUBSTR(CRTF_NO, 16, 5) = ' ')
                OR EXISTS (SELECT 1
                             FROM CRTF_TOKEN_VAULT V
                            WHERE V.CRTF_TOKEN = B.CRTF_NO
                              AND SUBSTR(V.CRTF_NO, 15, 1) NOT = ' '
                              AND SUBSTR(V.CRTF_NO, 16, 5) = ' '))
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN CUST15-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '客户主档15位号码游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH CUST15-CUR
            INTO :WS-ROW-TENANT-NO, :WS-ROW-CUST-NO,
                 :WS-ROW-CRTF-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE WS-ROW-CUST-NO TO WS-ROW-KEY-NO
          PERFORM UPGRADE-ONE-CUSTOMER
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE CUST15-CUR END-EXEC.

*> 监护人证件(PERSONAL_CUSTOMER_INFO的监护人列)
UPGRADE-GUARDIAN-PASS.
    MOVE 'G' TO WS-PASS-CD
    MOVE 'GRDN' TO WS-PASS-NM
    EXEC SQL
        DECLARE GRDN15-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, GRDN_CRTF_NO
          FROM PERSONAL_CUSTOMER_INFO
         WHERE GRDN_CRTF_TYP_CD = '01'
           AND ((SUBSTR(GRDN_CRTF_NO, 15, 1) NOT = ' '
                 AND SUBSTR(GRDN_CRTF_NO, 16, 5) = ' ')
                OR EXISTS (SELECT 1
                             FROM CRTF_TOKEN_VAULT V
                            WHERE V.CRTF_TOKEN = GRDN_CRTF_NO
                              AND SUBSTR(V.CRTF_NO, 15, 1) NOT = ' '
                              AND SUBSTR(V.CRTF_NO, 16, 5) = ' '))
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN GRDN15-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '监护人15位号码游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH GRDN15-CUR
            INTO :WS-ROW-TENANT-NO, :WS-ROW-CUST-NO,
                 :WS-ROW-CRTF-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE WS-ROW-CUST-NO TO WS-ROW-KEY-NO
          PERFORM UPGRADE-ONE-REFERENCE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE GRDN15-CUR END-EXEC.

*> 个人客户名单(管控/灰名单)：按客户+号码改写
UPGRADE-NAMELIST-PASS.
    MOVE 'L' TO WS-PASS-CD
    MOVE 'NAMELIST' TO WS-PASS-NM
    MOVE SPACES TO WS-ROW-TENANT-NO
    EXEC SQL
        DECLARE LIST15-CUR CURSOR FOR
        SELECT DISTINCT CUST_NO, CRTF_NO
          FROM PERSONAL_CUSTOMER_LIST B
         WHERE CRTF_TYP_CD = '01'
           AND ((SUBSTR(CRTF_NO, 15, 1) NOT = ' '
                 AND SUBSTR(CRTF_NO, 16, 5) = ' ')
                OR EXISTS (SELECT 1
                             FROM CRTF_TOKEN_VAULT V
                            WHERE V.CRTF_TOKEN = B.CRTF_NO
                              AND SUBSTR(V.CRTF_NO, 15, 1) NOT = ' '
                              AND SUBSTR(V.CRTF_NO, 16, 5) = ' '))
         ORDER BY CUST_NO
    END-EXEC.

    EXEC SQL OPEN LIST15-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '名单15位号码游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH LIST15-CUR
            INTO :WS-ROW-CUST-NO, :WS-ROW-CRTF-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE WS-ROW-CUST-NO TO WS-ROW-KEY-NO
          PERFORM UPGRADE-ONE-REFERENCE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE LIST15-CUR END-EXEC.

*> 境外取现黑名单：按证件挂接、不带客户号，按号码改写
UPGRADE-OVSBLK-PASS.
    MOVE 'B' TO WS-PASS-CD
    MOVE 'OVSBLK' TO WS-PASS-NM
    MOVE SPACES TO WS-ROW-TENANT-NO
    MOVE SPACES TO WS-ROW-CUST-NO
    EXEC SQL
        DECLARE BLK15-CUR CURSOR FOR
        SELECT DISTINCT CRTF_NO
          FROM OVS_CASH_WITHDR_BLK B
         WHERE CRTF_TYP_CD = '01'
           AND ((SUBSTR(CRTF_NO, 15, 1) NOT = ' '
                 AND SUBSTR(CRTF_NO, 16, 5) = ' ')
                OR EXISTS (SELECT 1
                             FROM CRTF_TOKEN_VAULT V
                            WHERE V.CRTF_TOKEN = B.CRTF_NO
                              AND SUBSTR(V.CRTF_NO, 15, 1) NOT = ' '
                              AND SUBSTR(V.CRTF_NO, 16, 5) = ' '))
    END-EXEC.

    EXEC SQL OPEN BLK15-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '境外取现黑名单15位号码游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH BLK15-CUR
            INTO :WS-ROW-CRTF-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE WS-ROW-CRTF-VAL TO WS-ROW-KEY-NO
          PERFORM UPGRADE-ONE-REFERENCE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE BLK15-CUR END-EXEC.

*> 签约关系：按签约编号逐行改写
UPGRADE-SIGNREL-PASS.
    MOVE 'S' TO WS-PASS-CD
    MOVE 'SIGNREL' TO WS-PASS-NM
    MOVE SPACES TO WS-ROW-TENANT-NO
    EXEC SQL
        DECLARE SIGN15-CUR CURSOR FOR
        SELECT SIGN_NO, CUST_NO, CRTF_NO
          FROM SIGN_RELATION_INFO B
         WHERE CRTF_TYP_CD = '01'
           AND ((SUBSTR(CRTF_NO, 15, 1) NOT = ' '
                 AND SUBSTR(CRTF_NO, 16, 5) = ' ')
                OR EXISTS (SELECT 1
                             FROM CRTF_TOKEN_VAULT V
                            WHERE V.CRTF_TOKEN = B.CRTF_NO
                              AND SUBSTR(V.CRTF_NO, 15, 1) NOT = ' '
                              AND SUBSTR(V.CRTF_NO, 16, 5) = ' '))
         ORDER BY SIGN_NO
    END-EXEC.

    EXEC SQL OPEN SIGN15-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '签约关系15位号码游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH SIGN15-CUR
            INTO :WS-ROW-KEY-NO, :WS-ROW-CUST-NO, :WS-ROW-CRTF-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM UPGRADE-ONE-REFERENCE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE SIGN15-CUR END-EXEC.

*> 客户主档一户：同租户已有18位形态的另一客户时入复核池，
*> 否则改写号码并留审计(逐户提交)
UPGRADE-ONE-CUSTOMER.
    PERFORM RESOLVE-ID15
    IF WS-DT-RESP-CODE NOT = '000000'
       EXIT PARAGRAPH
    END-IF
    PERFORM DERIVE-ID18
    IF WS-ID-VALID-FLG NOT = 'Y'
       ADD 1 TO WS-SKIP-COUNT
       MOVE '号码含非数字，无法升位' TO WS-RSLT-MSG
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF
    PERFORM TOKENIZE-ID18
    IF WS-TOKEN-RESP-CODE NOT = '000000' OR WS-ID18-TOKEN = SPACES
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-TWIN-COUNT
    MOVE SPACES TO WS-TWIN-CUST-NO
    EXEC SQL
        SELECT COUNT(*), COALESCE(MIN(CUST_NO), ' ')
          INTO :WS-TWIN-COUNT, :WS-TWIN-CUST-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE TENANT_NO = :WS-ROW-TENANT-NO
           AND CRTF_TYP_CD = '01'
           AND CRTF_NO = :WS-ID18-TOKEN
           AND CUST_NO NOT = :WS-ROW-CUST-NO
    END-EXEC

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       MOVE '18位形态查重失败' TO WS-RSLT-MSG
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF

    IF WS-TWIN-COUNT > 0
       PERFORM QUEUE-DUP-CANDIDATE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC

    EXEC SQL
        UPDATE CUSTOMER_BASIC_INFO
           SET CRTF_NO = :WS-ID18-TOKEN,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-ROW-TENANT-NO
           AND CUST_NO = :WS-ROW-CUST-NO
           AND CRTF_NO = :WS-ROW-CRTF-VAL
    END-EXEC

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       MOVE '客户主档号码改写失败' TO WS-RSLT-MSG
       EXEC SQL ROLLBACK END-EXEC
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF

    MOVE 'CRTF_NO' TO WS-AUDIT-FLD-NM
    PERFORM WRITE-UPGRADE-AUDIT.

*> 其他各表的一行/一组号码：仍被待并档复核客户持有的15位号码
*> 原样保留，其余改写并留审计(逐行提交)
UPGRADE-ONE-REFERENCE.
    PERFORM RESOLVE-ID15
    IF WS-DT-RESP-CODE NOT = '000000'
       EXIT PARAGRAPH
    END-IF
    PERFORM DERIVE-ID18
    IF WS-ID-VALID-FLG NOT = 'Y'
       ADD 1 TO WS-SKIP-COUNT
       MOVE '号码含非数字，无法升位' TO WS-RSLT-MSG
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF
    PERFORM TOKENIZE-ID18
    IF WS-TOKEN-RESP-CODE NOT = '000000' OR WS-ID18-TOKEN = SPACES
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-HELD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-HELD-COUNT
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_TYP_CD = '01'
           AND CRTF_NO = :WS-ROW-CRTF-VAL
    END-EXEC

    IF SQLCODE NOT = 0 OR WS-HELD-COUNT > 0
       ADD 1 TO WS-SKIP-COUNT
       MOVE '15位号码仍由待并档复核客户持有，保留' TO WS-RSLT-MSG
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC

    EVALUATE WS-PASS-CD
       WHEN 'G'
          MOVE 'GRDN_CRTF_NO' TO WS-AUDIT-FLD-NM
          EXEC SQL
              UPDATE PERSONAL_CUSTOMER_INFO
                 SET GRDN_CRTF_NO = :WS-ID18-TOKEN,
                     UPD_TM = CURRENT_TIMESTAMP
               WHERE TENANT_NO = :WS-ROW-TENANT-NO
                 AND CUST_NO = :WS-ROW-CUST-NO
                 AND GRDN_CRTF_TYP_CD = '01'
                 AND GRDN_CRTF_NO = :WS-ROW-CRTF-VAL
          END-EXEC
       WHEN 'L'
          MOVE 'NAMELIST.CRTF_NO' TO WS-AUDIT-FLD-NM
          EXEC SQL
              UPDATE PERSONAL_CUSTOMER_LIST
                 SET CRTF_NO = :WS-ID18-TOKEN,
                     UPD_TM = CURRENT_TIMESTAMP
               WHERE CUST_NO = :WS-ROW-CUST-NO
                 AND CRTF_TYP_CD = '01'
                 AND CRTF_NO = :WS-ROW-CRTF-VAL
          END-EXEC
       WHEN 'B'
          MOVE 'OVSBLK.CRTF_NO' TO WS-AUDIT-FLD-NM
          EXEC SQL
              UPDATE OVS_CASH_WITHDR_BLK
                 SET CRTF_NO = :WS-ID18-TOKEN,
                     UPD_TM = CURRENT_TIMESTAMP
               WHERE CRTF_TYP_CD = '01'
                 AND CRTF_NO = :WS-ROW-CRTF-VAL
          END-EXEC
       WHEN 'S'
          MOVE 'SIGNREL.CRTF_NO' TO WS-AUDIT-FLD-NM
          EXEC SQL
              UPDATE SIGN_RELATION_INFO
                 SET CRTF_NO = :WS-ID18-TOKEN,
                     UPD_TM = CURRENT_TIMESTAMP
               WHERE SIGN_NO = :WS-ROW-KEY-NO
                 AND CRTF_TYP_CD = '01'
                 AND CRTF_NO = :WS-ROW-CRTF-VAL
          END-EXEC
    END-EVALUATE

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       MOVE '号码改写失败(18位形态可能已存在)' TO WS-RSLT-MSG
       EXEC SQL ROLLBACK END-EXEC
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-UPGRADE-AUDIT.

*> 字段级审计并提交(境外取现黑名单不带客户号，审计挂空白客户号，
*> 新旧值即号码本身)
WRITE-UPGRADE-AUDIT.
    MOVE WS-ROW-CRTF-VAL TO WS-AUDIT-OLD-VAL
    MOVE WS-ID18-TOKEN TO WS-AUDIT-NEW-VAL
    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-ROW-CUST-NO TO WS-CHAIN-AUD-CUST-NO
    MOVE WS-AUDIT-FLD-NM TO WS-CHAIN-AUD-FLD-NM
    MOVE WS-AUDIT-OLD-VAL TO WS-CHAIN-AUD-OLD-VAL
    MOVE WS-AUDIT-NEW-VAL TO WS-CHAIN-AUD-NEW-VAL
    MOVE 'CHGAUD' TO WS-CHAIN-ID
    MOVE SPACES TO WS-CHAIN-TM
    PERFORM CHAIN-EVIDENCE-ROW
    IF WS-CHAIN-RESP-CODE = '000000'
       EXEC SQL
           INSERT INTO CUST_INFO_CHG_AUDIT (
               CUST_NO, FLD_NM, OLD_VAL, NEW_VAL, CHG_TM,
               CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH
           ) VALUES (
               :WS-ROW-CUST-NO, :WS-AUDIT-FLD-NM, :WS-AUDIT-OLD-VAL,
               :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
               :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
               :WS-CHAIN-ROW-HASH
           )
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       ADD 1 TO WS-FAIL-COUNT
       MOVE '升位审计写入失败' TO WS-RSLT-MSG
       EXEC SQL ROLLBACK END-EXEC
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-UPG-COUNT
    MOVE '已升位' TO WS-RSLT-MSG
    PERFORM WRITE-RESULT-LINE.

*> 15位与18位形态分属两户：候选对(小号在前)写入复核池，匹配分
*> 记0(证件同一、非名称近似)；已在池中的不重复入池
QUEUE-DUP-CANDIDATE.
    IF WS-ROW-CUST-NO < WS-TWIN-CUST-NO
       MOVE WS-ROW-CUST-NO TO WS-PAIR-CUST-NO-1
       MOVE WS-TWIN-CUST-NO TO WS-PAIR-CUST-NO-2
    ELSE
       MOVE WS-TWIN-CUST-NO TO WS-PAIR-CUST-NO-1
       MOVE WS-ROW-CUST-NO TO WS-PAIR-CUST-NO-2
    END-IF

    MOVE 0 TO WS-DUP-EXIST-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-DUP-EXIST-COUNT
          FROM CUST_DUP_CANDIDATE
         WHERE TENANT_NO = :WS-ROW-TENANT-NO
           AND CUST_NO_1 = :WS-PAIR-CUST-NO-1
           AND CUST_NO_2 = :WS-PAIR-CUST-NO-2
    END-EXEC

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       MOVE '复核池查重失败' TO WS-RSLT-MSG
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF

    IF WS-DUP-EXIST-COUNT > 0
       ADD 1 TO WS-SKIP-COUNT
       MOVE '两种形态并存，已在复核池' TO WS-RSLT-MSG
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO CUST_DUP_CANDIDATE (
            TENANT_NO, CUST_NO_1, CUST_NO_2, MATCH_SCORE,
            REVIEW_STATUS, CRT_TM, UPD_TM
        ) VALUES (
            :WS-ROW-TENANT-NO, :WS-PAIR-CUST-NO-1, :WS-PAIR-CUST-NO-2,
            0, '0', CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       MOVE '候选对写入失败' TO WS-RSLT-MSG
       EXEC SQL ROLLBACK END-EXEC
       PERFORM WRITE-RESULT-LINE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-DUP-COUNT
    MOVE SPACES TO WS-RSLT-MSG
    STRING '两种形态并存，入复核池 另一户:' DELIMITED BY SIZE
           WS-TWIN-CUST-NO DELIMITED BY SPACE
      INTO WS-RSLT-MSG
    END-STRING
    PERFORM WRITE-RESULT-LINE.

*> 行内号码换回明文：令牌经DETOKEN01还原(逐次留痕，随本行提交)，
*> 令牌化之前的旧行本身即明文；还原不了的计失败不升位
RESOLVE-ID15.
    MOVE SPACES TO WS-ID15
    MOVE SPACES TO WS-ID18
    MOVE WS-ROW-CUST-NO TO WS-DT-CUST-NO
    CALL 'DETOKEN01' USING WS-DT-OPER-TELR-NO, WS-DT-TENANT-NO,
                           WS-DT-CUST-NO, WS-DT-CALLER-PGM,
                           WS-ROW-CRTF-VAL, WS-ID15,
                           WS-DT-RESP-CODE, WS-DT-RESP-MSG
    END-CALL
    IF WS-DT-RESP-CODE NOT = '000000'
       ADD 1 TO WS-FAIL-COUNT
       MOVE '证件号码解密失败' TO WS-RSLT-MSG
       PERFORM WRITE-RESULT-LINE
    END-IF.

*> 18位形态取令牌(库内没有则建)，改写与查重都按令牌
TOKENIZE-ID18.
    MOVE SPACES TO WS-ID18-TOKEN
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, WS-ID18,
                             WS-ID18-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000' OR WS-ID18-TOKEN = SPACES
       ADD 1 TO WS-FAIL-COUNT
       MOVE '18位形态令牌化失败' TO WS-RSLT-MSG
       PERFORM WRITE-RESULT-LINE
    END-IF.

*> 15位号码升为18位：前6位地址码+'19'+第7-15位，再按GB 11643
*> 补第18位校验码；15位中有非数字的不升位
DERIVE-ID18.
    MOVE SPACES TO WS-ID18
    MOVE 'N' TO WS-ID-VALID-FLG
    IF WS-ID15(1:15) IS NOT NUMERIC
       EXIT PARAGRAPH
    END-IF

    STRING WS-ID15(1:6) DELIMITED BY SIZE
           '19'         DELIMITED BY SIZE
           WS-ID15(7:9) DELIMITED BY SIZE
      INTO WS-ID18
    END-STRING

    MOVE 0 TO WS-ID-SUM
    PERFORM VARYING WS-ID-IDX FROM 1 BY 1 UNTIL WS-ID-IDX > 17
       MOVE FUNCTION NUMVAL(WS-ID18(WS-ID-IDX:1)) TO WS-ID-DIGIT
       COMPUTE WS-ID-SUM = WS-ID-SUM +
               WS-ID-DIGIT * WS-ID-WEIGHT(WS-ID-IDX)
    END-PERFORM

    COMPUTE WS-ID-REMAINDER = FUNCTION MOD(WS-ID-SUM, 11)
    MOVE WS-ID-CHECK-CODE(WS-ID-REMAINDER + 1) TO WS-ID18(18:1)
    MOVE 'Y' TO WS-ID-VALID-FLG.

WRITE-RESULT-LINE.
    MOVE SPACES TO WS-ID15-MASK
    MOVE SPACES TO WS-ID18-MASK
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-ID15,
                             WS-CRTF-TOKEN, WS-ID15-MASK,
                             WS-MASK-RESP-CODE, WS-MASK-RESP-MSG
    END-CALL
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-ID18,
                             WS-CRTF-TOKEN, WS-ID18-MASK,
                             WS-MASK-RESP-CODE, WS-MASK-RESP-MSG
    END-CALL
    MOVE SPACES TO REPORT-RECORD
    STRING WS-PASS-NM       DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-ROW-TENANT-NO DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-ROW-KEY-NO    DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-ID15-MASK     DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-ID18-MASK     DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-RSLT-MSG      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 证据链入链：WS-CHAIN-ID/WS-CHAIN-CONTENT/WS-CHAIN-TM由调用处备好，
*> 取回链序号与摘要随后写入本行(入链时刻空白时由AUDCHAIN01取当前
*> 时刻回送，作本行时间戳)
CHAIN-EVIDENCE-ROW.
    CALL 'AUDCHAIN01' USING WS-CHAIN-ID, WS-CHAIN-CONTENT, WS-CHAIN-TM,
                            WS-CHAIN-SEQ-NO, WS-CHAIN-PREV-HASH,
                            WS-CHAIN-ROW-HASH, WS-CHAIN-RESP-CODE,
                            WS-CHAIN-RESP-MSG
    END-CALL.
