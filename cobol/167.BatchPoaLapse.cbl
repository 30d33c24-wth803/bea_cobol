IDENTIFICATION DIVISION.
PROGRAM-ID. POALAPSE01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 代理授权失效清单：一行一条本次落失效状态的授权
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-SCAN-COUNT           PIC 9(7) VALUE 0.
01  WS-EXPIRE-COUNT         PIC 9(7) VALUE 0.
01  WS-DECD-COUNT           PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-NEW-STATUS-CD        PIC X(01).
01  WS-LAPSE-RSN-TXT        PIC X(08).

*> 在力授权游标逐行工作区
01  WS-POA-SEQ-NO           PIC X(14).
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(10).
01  WS-AGENT-CRTF-NO        PIC X(20).
01  WS-EXPIRE-DT            PIC X(08).
01  WS-DECD-FLG             PIC X(01).

*> 字段级审计工作区(同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)
01  WS-AUDIT-OLD-VAL        PIC X(100).
01  WS-AUDIT-NEW-VAL        PIC X(100).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RR-JOB-NM            PIC X(20) VALUE 'POALAPSE01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

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

*> 证件号码掩码工作区(CRTFTOKEN01)：失效报告只出掩码号
01  WS-MASK-MODE-CD         PIC X(01) VALUE 'M'.
01  WS-MASK-CRTF-NO         PIC X(20).
01  WS-MASK-CRTF-TOKEN      PIC X(20).
01  WS-MASK-CRTF-MASK       PIC X(20).
01  WS-MASK-RESP-CODE       PIC X(06).
01  WS-MASK-RESP-MSG        PIC X(50).

PROCEDURE DIVISION.
*> 代理授权失效批：CUST_POA_AGENT(MGMTPOA01登记)中过了到期日
*> 的在力授权置'2'到期失效，委托人已登记死亡的置'3'委托人身故
*> 失效。POACHK01对这两类授权本已实时拒绝，本批把状态落地，
*> 使登记簿、查询与报表看到的是真实在力的授权；每条失效写入
*> CUST_INFO_CHG_AUDIT并列入失效清单，逐条提交
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'POA.LAPSE.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT        DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '代理授权失效清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT               DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE POA-LAPSE-CUR CURSOR FOR
        SELECT P.POA_SEQ_NO, P.TENANT_NO, P.CUST_NO,
               P.AGENT_CRTF_NO, P.EXPIRE_DT,
               COALESCE(C.DECD_FLG, '0')
          FROM CUST_POA_AGENT P, CUSTOMER_BASIC_INFO C
         WHERE P.STATUS_CD = '1'
           AND C.CUST_NO = P.CUST_NO
           AND C.TENANT_NO = P.TENANT_NO
           AND (P.EXPIRE_DT < :WS-BD-BIZ-DT
                OR C.DECD_FLG = '1')
         ORDER BY P.TENANT_NO, P.CUST_NO, P.POA_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN POA-LAPSE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '代理授权失效游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH POA-LAPSE-CUR
            INTO :WS-POA-SEQ-NO, :WS-TENANT-NO, :WS-CUST-NO,
                 :WS-AGENT-CRTF-NO, :WS-EXPIRE-DT, :WS-DECD-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM LAPSE-ONE-POA
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE POA-LAPSE-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '扫描:'           DELIMITED BY SIZE
           WS-SCAN-COUNT     DELIMITED BY SIZE
           ' 到期失效:'      DELIMITED BY SIZE
           WS-EXPIRE-COUNT   DELIMITED BY SIZE
           ' 委托人身故失效:' DELIMITED BY SIZE
           WS-DECD-COUNT     DELIMITED BY SIZE
           ' 失败:'          DELIMITED BY SIZE
           WS-FAIL-COUNT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)
    COMPUTE WS-RR-REC-COUNT = WS-EXPIRE-COUNT + WS-DECD-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '代理授权失效批完成，到期失效:' WS-EXPIRE-COUNT
            ' 委托人身故失效:' WS-DECD-COUNT
            ' 失败:' WS-FAIL-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 一条授权落失效：委托人身故优先于到期(身故是更强的终止事由)
LAPSE-ONE-POA.
    ADD 1 TO WS-SCAN-COUNT
    IF WS-DECD-FLG = '1'
       MOVE '3' TO WS-NEW-STATUS-CD
    ELSE
       MOVE '2' TO WS-NEW-STATUS-CD
    END-IF

    EXEC SQL START TRANSACTION END-EXEC.

    EXEC SQL
        UPDATE CUST_POA_AGENT
           SET STATUS_CD = :WS-NEW-STATUS-CD,
               UPD_TELR_NO = 'POALAPSE01',
               UPD_TM = CURRENT_TIMESTAMP
         WHERE POA_SEQ_NO = :WS-POA-SEQ-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '代理授权失效更新失败 流水号:' WS-POA-SEQ-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-AUDIT-OLD-VAL
    STRING WS-POA-SEQ-NO DELIMITED BY SIZE
           ' 1' DELIMITED BY SIZE
      INTO WS-AUDIT-OLD-VAL
    END-STRING
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING WS-POA-SEQ-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-NEW-STATUS-CD DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-CUST-NO TO WS-CHAIN-AUD-CUST-NO
    MOVE 'POA_STATUS' TO WS-CHAIN-AUD-FLD-NM
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
               :WS-CUST-NO, 'POA_STATUS', :WS-AUDIT-OLD-VAL,
               :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
               :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
               :WS-CHAIN-ROW-HASH
           )
       END-EXEC
    END-IF.

    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '代理授权失效审计写入失败 流水号:' WS-POA-SEQ-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '代理授权失效事务提交失败 流水号:' WS-POA-SEQ-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    IF WS-NEW-STATUS-CD = '3'
       ADD 1 TO WS-DECD-COUNT
       MOVE 'DECEASED' TO WS-LAPSE-RSN-TXT
    ELSE
       ADD 1 TO WS-EXPIRE-COUNT
       MOVE 'EXPIRED' TO WS-LAPSE-RSN-TXT
    END-IF
    MOVE WS-AGENT-CRTF-NO TO WS-MASK-CRTF-NO
    PERFORM MASK-CRTF-NO

    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO     DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-CUST-NO       DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-POA-SEQ-NO    DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-MASK-CRTF-MASK DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-EXPIRE-DT     DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-LAPSE-RSN-TXT DELIMITED BY SIZE
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

*> 证件号码(明文或令牌)换掩码号；取不到掩码时整段以'*'遮蔽
MASK-CRTF-NO.
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-MASK-CRTF-NO,
                             WS-MASK-CRTF-TOKEN, WS-MASK-CRTF-MASK,
                             WS-MASK-RESP-CODE, WS-MASK-RESP-MSG
    END-CALL
    IF WS-MASK-RESP-CODE NOT = '000000'
       MOVE ALL '*' TO WS-MASK-CRTF-MASK
    END-IF.
