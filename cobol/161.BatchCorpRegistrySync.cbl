IDENTIFICATION DIVISION.
PROGRAM-ID. CORPREGSYNC01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTRY-FILE ASSIGN TO 'CORP.REGISTRY.STATUS'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 市场监管企业登记状态文件：一行一户企业，按营业执照号码(统一
*> 社会信用代码)对接，带全行约定的头/尾记录(FILEVER01校验)
FD  REGISTRY-FILE.
01  REGISTRY-RECORD.
    05  RG-BIZ-LICENSE-NO   PIC X(30).     *> 营业执照号码
    05  RG-ENT-NM           PIC X(50).     *> 登记企业名称
    05  RG-LEGAL-REPR-NM    PIC X(50).     *> 登记法定代表人
    05  RG-REG-STUS-CD      PIC X(02).     *> 登记状态 01存续 02注销 03吊销
    05  RG-STUS-CHG-DT      PIC X(08).     *> 状态变更日期(YYYYMMDD)

*> 登记状态差异清单(本次新入工作清单项、未匹配与格式不合格记录)
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-EOF-FLG              PIC X(01) VALUE 'N'.
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-TOTAL-COUNT          PIC 9(7) VALUE 0.
01  WS-MATCH-COUNT          PIC 9(7) VALUE 0.
01  WS-UNMATCH-COUNT        PIC 9(7) VALUE 0.
01  WS-INVALID-COUNT        PIC 9(7) VALUE 0.
01  WS-DISC-COUNT           PIC 9(7) VALUE 0.
01  WS-BLOCK-COUNT          PIC 9(7) VALUE 0.
01  WS-REC-MATCH-COUNT      PIC 9(5).
01  WS-OPEN-COUNT           PIC 9(5).
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RPT-LINE             PIC X(200).

*> 对公客户游标逐行工作区
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(10).
01  WS-CUST-NM              PIC X(50).
01  WS-LEGAL-REPR-NM        PIC X(50).
01  WS-REG-STUS-CD          PIC X(02).
01  WS-REG-BLK-FLG          PIC X(01).

*> 差异项工作区：01法定代表人不符 02企业名称变更 03已注销 04已吊销
01  WS-DISC-TYP-CD          PIC X(02).
01  WS-DISC-OUR-VAL         PIC X(100).
01  WS-DISC-REG-VAL         PIC X(100).
01  WS-CUST-ERR-FLG         PIC X(01).

*> 字段级审计工作区(同MGMT-CORP-CUST-INFO/AUDIT-FIELD-CHANGE)
01  WS-AUDIT-FLD-NM         PIC X(30).
01  WS-AUDIT-OLD-VAL        PIC X(100).
01  WS-AUDIT-NEW-VAL        PIC X(100).

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'CORP.REGISTRY.STATUS'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'CORPREG'.
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RR-JOB-NM            PIC X(20) VALUE 'CORPREGSYNC01'.
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

PROCEDURE DIVISION.
*> 企业登记状态同步批：CORPORATE_CUSTOMER_INFO中的营业执照号码、
*> 法定代表人只是CRTCORP01开户时录入的快照，企业被注销、吊销
*> 或变更法定代表人后行内无从得知，已有款项经早已除名的空壳
*> 企业划转。市场监管登记状态文件经FILEVER01整体校验后，按营业
*> 执照号码逐户比对，差异入CORP_REG_DISC_WORKLIST工作清单(未结
*> 项不重复入)；登记为已注销/已吊销的企业同时置REG_BLK_FLG='1'，
*> CTRLSCRN01据此拒绝渠道交易，直至合规经MGMT-CORP-CUST-INFO
*> 复核办结
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'CORP.REGISTRY.DISC.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    *> 0) 入站文件按全行头尾约定先整体校验，不过即整批拒收
    CALL 'FILEVER01' USING WS-FV-FILE-NAME, WS-FV-INTERFACE-ID,
                           WS-FV-RESP-CODE, WS-FV-RESP-MSG,
                           WS-FV-REC-COUNT, WS-FV-BIZ-DT
    END-CALL
    IF WS-FV-RESP-CODE NOT = '000000'
       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-RECORD
       STRING 'FILE REJECTED: ' DELIMITED BY SIZE
              WS-FV-RESP-MSG    DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '企业登记状态文件校验不过，整批拒收:' WS-FV-RESP-MSG
       GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '企业登记状态差异清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    OPEN INPUT REGISTRY-FILE

    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ REGISTRY-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF REGISTRY-RECORD(1:2) NOT = 'HD'
                AND REGISTRY-RECORD(1:2) NOT = 'TR'
                PERFORM PROCESS-ONE-RECORD
             END-IF
       END-READ
    END-PERFORM

    CLOSE REGISTRY-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '文件申报记录数:'  DELIMITED BY SIZE
           WS-FV-REC-COUNT    DELIMITED BY SIZE
           ' 处理:'           DELIMITED BY SIZE
           WS-TOTAL-COUNT     DELIMITED BY SIZE
           ' 匹配客户:'       DELIMITED BY SIZE
           WS-MATCH-COUNT     DELIMITED BY SIZE
           ' 未匹配:'         DELIMITED BY SIZE
           WS-UNMATCH-COUNT   DELIMITED BY SIZE
           ' 格式不合格:'     DELIMITED BY SIZE
           WS-INVALID-COUNT   DELIMITED BY SIZE
           ' 新增差异:'       DELIMITED BY SIZE
           WS-DISC-COUNT      DELIMITED BY SIZE
           ' 新增拒绝:'       DELIMITED BY SIZE
           WS-BLOCK-COUNT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)
    MOVE WS-DISC-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '企业登记状态同步批完成，新增差异:' WS-DISC-COUNT
            ' 新增拒绝:' WS-BLOCK-COUNT
            ' 未匹配:' WS-UNMATCH-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 一条登记记录：格式不合格的只列报告；按营业执照号码定位在网
*> 对公客户(同一执照可能在多个租户开户)逐户比对
PROCESS-ONE-RECORD.
    ADD 1 TO WS-TOTAL-COUNT

    IF RG-BIZ-LICENSE-NO = SPACES
       OR (RG-REG-STUS-CD NOT = '01' AND RG-REG-STUS-CD NOT = '02'
           AND RG-REG-STUS-CD NOT = '03')
       ADD 1 TO WS-INVALID-COUNT
       MOVE SPACES TO WS-RPT-LINE
       STRING '格式不合格 执照:'  DELIMITED BY SIZE
              RG-BIZ-LICENSE-NO   DELIMITED BY SIZE
              ' 登记状态:'        DELIMITED BY SIZE
              RG-REG-STUS-CD      DELIMITED BY SIZE
         INTO WS-RPT-LINE
       END-STRING
       WRITE REPORT-RECORD FROM WS-RPT-LINE
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-REC-MATCH-COUNT

    EXEC SQL
        DECLARE CORP-REG-CUR CURSOR FOR
        SELECT C.TENANT_NO, C.CUST_NO, B.CUST_NM, C.LEGAL_REPR_NM,
               COALESCE(C.REG_STUS_CD, '01'),
               COALESCE(C.REG_BLK_FLG, '0')
          FROM CORPORATE_CUSTOMER_INFO C, CUSTOMER_BASIC_INFO B
         WHERE C.BIZ_LICENSE_NO = :RG-BIZ-LICENSE-NO
           AND C.VALID_FLG = '1'
           AND B.CUST_NO = C.CUST_NO
           AND B.VALID_FLG = '1'
         ORDER BY C.TENANT_NO, C.CUST_NO
    END-EXEC.

    EXEC SQL OPEN CORP-REG-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '对公客户游标打开失败 执照:' RG-BIZ-LICENSE-NO
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH CORP-REG-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-CUST-NM,
                 :WS-LEGAL-REPR-NM, :WS-REG-STUS-CD,
                 :WS-REG-BLK-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-REC-MATCH-COUNT
          ADD 1 TO WS-MATCH-COUNT
          PERFORM COMPARE-ONE-CUST
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE CORP-REG-CUR END-EXEC.

    IF WS-REC-MATCH-COUNT = 0
       ADD 1 TO WS-UNMATCH-COUNT
       MOVE SPACES TO WS-RPT-LINE
       STRING '未匹配在网对公客户 执照:' DELIMITED BY SIZE
              RG-BIZ-LICENSE-NO          DELIMITED BY SIZE
              ' '                        DELIMITED BY SIZE
              RG-ENT-NM                  DELIMITED BY SIZE
         INTO WS-RPT-LINE
       END-STRING
       WRITE REPORT-RECORD FROM WS-RPT-LINE
    END-IF.

*> 一户对公客户逐项比对：法定代表人、企业名称、登记状态；差异项
*> 与注销/吊销拒绝标志同一事务提交，出错整户回滚
COMPARE-ONE-CUST.
    MOVE 'N' TO WS-CUST-ERR-FLG

    IF RG-LEGAL-REPR-NM NOT = SPACES
       AND RG-LEGAL-REPR-NM NOT = WS-LEGAL-REPR-NM
       MOVE '01' TO WS-DISC-TYP-CD
       MOVE WS-LEGAL-REPR-NM TO WS-DISC-OUR-VAL
       MOVE RG-LEGAL-REPR-NM TO WS-DISC-REG-VAL
       PERFORM ADD-DISC-WORKLIST
    END-IF

    IF RG-ENT-NM NOT = SPACES
       AND RG-ENT-NM NOT = WS-CUST-NM
       MOVE '02' TO WS-DISC-TYP-CD
       MOVE WS-CUST-NM TO WS-DISC-OUR-VAL
       MOVE RG-ENT-NM TO WS-DISC-REG-VAL
       PERFORM ADD-DISC-WORKLIST
    END-IF

    *> 登记状态变化才处理：已按同一状态拒绝过的(含合规复核办结
    *> 后放行的)不再重复拒绝
    IF RG-REG-STUS-CD NOT = WS-REG-STUS-CD
       PERFORM APPLY-REG-STUS-CHANGE
    END-IF

    IF WS-CUST-ERR-FLG = 'Y'
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

*> 登记状态落档：注销/吊销置REG_BLK_FLG='1'并入差异清单；恢复
*> 存续的只更新状态，拒绝标志仍留待合规复核解除
APPLY-REG-STUS-CHANGE.
    IF RG-REG-STUS-CD = '02' OR RG-REG-STUS-CD = '03'
       EXEC SQL
           UPDATE CORPORATE_CUSTOMER_INFO
              SET REG_STUS_CD = :RG-REG-STUS-CD,
                  REG_STUS_DT = :RG-STUS-CHG-DT,
                  REG_BLK_FLG = '1',
                  LAST_UPD_DT = CURRENT_DATE,
                  LAST_UPD_TM = CURRENT_TIME
            WHERE TENANT_NO = :WS-TENANT-NO
              AND CUST_NO = :WS-CUST-NO
       END-EXEC
    ELSE
       EXEC SQL
           UPDATE CORPORATE_CUSTOMER_INFO
              SET REG_STUS_CD = :RG-REG-STUS-CD,
                  REG_STUS_DT = :RG-STUS-CHG-DT,
                  LAST_UPD_DT = CURRENT_DATE,
                  LAST_UPD_TM = CURRENT_TIME
            WHERE TENANT_NO = :WS-TENANT-NO
              AND CUST_NO = :WS-CUST-NO
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0
       DISPLAY '登记状态回写失败 客户号:' WS-CUST-NO
       MOVE 'Y' TO WS-CUST-ERR-FLG
       EXIT PARAGRAPH
    END-IF

    MOVE 'REG_STUS_CD' TO WS-AUDIT-FLD-NM
    MOVE WS-REG-STUS-CD TO WS-AUDIT-OLD-VAL
    MOVE RG-REG-STUS-CD TO WS-AUDIT-NEW-VAL
    PERFORM AUDIT-FIELD-CHANGE

    IF RG-REG-STUS-CD = '02' OR RG-REG-STUS-CD = '03'
       MOVE 'REG_BLK_FLG' TO WS-AUDIT-FLD-NM
       MOVE WS-REG-BLK-FLG TO WS-AUDIT-OLD-VAL
       MOVE '1' TO WS-AUDIT-NEW-VAL
       PERFORM AUDIT-FIELD-CHANGE
       IF WS-REG-BLK-FLG NOT = '1'
          ADD 1 TO WS-BLOCK-COUNT
       END-IF

       IF RG-REG-STUS-CD = '02'
          MOVE '03' TO WS-DISC-TYP-CD
       ELSE
          MOVE '04' TO WS-DISC-TYP-CD
       END-IF
       MOVE WS-REG-STUS-CD TO WS-DISC-OUR-VAL
       MOVE SPACES TO WS-DISC-REG-VAL
       STRING RG-REG-STUS-CD DELIMITED BY SIZE
              ' '            DELIMITED BY SIZE
              RG-STUS-CHG-DT DELIMITED BY SIZE
         INTO WS-DISC-REG-VAL
       END-STRING
       PERFORM ADD-DISC-WORKLIST
    END-IF.

*> 差异项入工作清单(同类未结项不重复入)并列入报告
ADD-DISC-WORKLIST.
    MOVE 0 TO WS-OPEN-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-OPEN-COUNT
          FROM CORP_REG_DISC_WORKLIST
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND DISC_TYP_CD = :WS-DISC-TYP-CD
           AND STATUS_CD = '0'
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '差异清单查询失败 客户号:' WS-CUST-NO
       MOVE 'Y' TO WS-CUST-ERR-FLG
       EXIT PARAGRAPH
    END-IF

    IF WS-OPEN-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO CORP_REG_DISC_WORKLIST (
            TENANT_NO, CUST_NO, BIZ_LICENSE_NO, DISC_TYP_CD,
            OUR_VAL, REG_VAL, LOAD_DT, STATUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :WS-TENANT-NO, :WS-CUST-NO, :RG-BIZ-LICENSE-NO,
            :WS-DISC-TYP-CD, :WS-DISC-OUR-VAL, :WS-DISC-REG-VAL,
            :WS-BD-BIZ-DT, '0', CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '差异清单写入失败 客户号:' WS-CUST-NO
       MOVE 'Y' TO WS-CUST-ERR-FLG
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-DISC-COUNT
    MOVE SPACES TO WS-RPT-LINE
    STRING WS-TENANT-NO          DELIMITED BY SIZE
           ' '                   DELIMITED BY SIZE
           WS-CUST-NO            DELIMITED BY SIZE
           ' '                   DELIMITED BY SIZE
           RG-BIZ-LICENSE-NO     DELIMITED BY SIZE
           ' 差异类型:'          DELIMITED BY SIZE
           WS-DISC-TYP-CD        DELIMITED BY SIZE
           ' 行内:'              DELIMITED BY SIZE
           WS-DISC-OUR-VAL(1:50) DELIMITED BY SIZE
           ' 登记:'              DELIMITED BY SIZE
           WS-DISC-REG-VAL(1:50) DELIMITED BY SIZE
      INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE.

*> 字段级审计(同MGMT-CORP-CUST-INFO/AUDIT-FIELD-CHANGE)
AUDIT-FIELD-CHANGE.
    IF WS-AUDIT-OLD-VAL NOT = WS-AUDIT-NEW-VAL
       MOVE SPACES TO WS-CHAIN-CONTENT
       MOVE WS-CUST-NO TO WS-CHAIN-AUD-CUST-NO
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
                  :WS-CUST-NO, :WS-AUDIT-FLD-NM, :WS-AUDIT-OLD-VAL,
                  :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
                  :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                  :WS-CHAIN-ROW-HASH
              )
          END-EXEC
       END-IF
    END-IF.

*> 证据链入链：WS-CHAIN-ID/WS-CHAIN-CONTENT/WS-CHAIN-TM由调用处备好，
*> 取回链序号与摘要随后写入本行(入链时刻空白时由AUDCHAIN01取当前
*> 时刻回送，作本行时间戳)
CHAIN-EVIDENCE-ROW.
    CALL 'AUDCHAIN01' USING WS-CHAIN-ID, WS-CHAIN-CONTENT, WS-CHAIN-TM,
                            WS-CHAIN-SEQ-NO, WS-CHAIN-PREV-HASH,
                            WS-CHAIN-ROW-HASH, WS-CHAIN-RESP-CODE,
                            WS-CHAIN-RESP-MSG
    END-CALL.
