01  WS-PH-RESP-CODE        PIC X(06).
01  WS-PH-RESP-MSG         PIC X(50).

*> 曾用名登记工作区：改名时旧名落CUST_NAME_ALIAS(类型01)，拼音键
*> 经PHONKEY01与客户名称索引同一算法生成
01  WS-FN-PHONETIC-KEY     PIC X(100).
01  WS-FN-FAIL-FLG         PIC X(01).

*> 联系方式冷静期登记工作区：窗口时长取租户参数COOLOFF_HOURS
*> (未配置按24小时)，到期时刻跨日经INTEGER-OF-DATE进位
01  WS-CO-HOURS            PIC 9(3).
*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 代理人授权核验(POACHK01)工作区：代理人代办资料维护属授权
*> 业务'01'；归属租户按客户号回查(本程序请求无租户参数)
01  WS-POA-TENANT-NO       PIC X(10).
01  WS-POA-CUST-NO         PIC X(20).
01  WS-POA-SCOPE-CD        PIC X(02) VALUE '01'.
01  WS-POA-RESP-CODE       PIC X(06).
01  WS-POA-RESP-MSG        PIC X(50).
01  WS-POA-SEQ-NO          PIC X(14).

*> 证件号码令牌化工作区(CRTFTOKEN01)：库表与审计轨迹中的证件号码
*> 一律以令牌存放(同CRTPERC01)
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'T'.
01  WS-CRTF-TOKEN          PIC X(20).
01  WS-SPS-CRTF-TOKEN      PIC X(20).
01  WS-AGENT-CRTF-TOKEN    PIC X(20).
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> 变更前快照(仅在对应UPDATE执行时取值)，供写入CUST_INFO_CHG_AUDIT使用
01  WS-OLD-CUST-NM             PIC X(50).
01  WS-OLD-CUST-ENG-NM         PIC X(50).
01  WS-EMAIL-DOM-PART1     PIC X(50).
01  WS-EMAIL-DOM-PART2     PIC X(50).

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

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMT-PER-CUST-INFO'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
01  REQ-CUST-NO            PIC X(10).
01  REQ-CUST-NM            PIC X(50).
*> 与本系统其余程序默认使用中文消息的风格保持一致
01  REQ-LANG-CD            PIC X(02).

*> 代办代理人证件：非空时须在CUST_POA_AGENT有覆盖资料维护的
*> 有效授权(POACHK01)，本人办理时传空白
01  REQ-AGENT-CRTF-TYP-CD  PIC X(02).
01  REQ-AGENT-CRTF-NO      PIC X(20).

01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

          REQ-LAST-UPD-DT-CUST, REQ-LAST-UPD-TM-CUST,
          REQ-LAST-UPD-DT-PER, REQ-LAST-UPD-TM-PER,
          REQ-ADMIN-CMPRMNT-CD, REQ-OPER-TELR-NO, REQ-LANG-CD,
          REQ-AGENT-CRTF-TYP-CD, REQ-AGENT-CRTF-NO,
          RESP-CODE, RESP-MSG.

MAIN-LOGIC.
    *> 租户参数，按默认租户001核实)
    MOVE '001' TO WS-AUTHCHK-TENANT-NO
    MOVE '01' TO WS-AUTHCHK-ROLE-CD
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
          PERFORM SET-LOCALIZED-MSG
          GO TO EXIT-PROGRAM
       WHEN OTHER
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
          MOVE 'SELECT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE 'Database error' TO WS-MSG-EN
          MOVE '数据库错误' TO WS-MSG-CN
       GO TO EXIT-PROGRAM
    END-IF.

    *> 代理人代办：须凭覆盖资料维护的有效代理授权(POACHK01)，
    *> 到期或委托人身故的授权在此拒绝
    MOVE SPACES TO WS-POA-SEQ-NO
    IF REQ-AGENT-CRTF-NO NOT = SPACES
       PERFORM CHECK-AGENT-AUTHORITY
       IF WS-POA-RESP-CODE NOT = '000000'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 证件号码令牌化：本人、配偶、代办人证件号换成令牌再入库留痕
    PERFORM TOKENIZE-CRTF-NOS
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE 'Certificate number tokenization failed' TO WS-MSG-EN
       MOVE WS-TOKEN-RESP-MSG TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外；
    *> 本程序请求无租户参数，按客户所属租户核对)
    MOVE '001' TO WS-MAINTWIN-TENANT-NO
    EXEC SQL
        SELECT TENANT_NO INTO :WS-MAINTWIN-TENANT-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE '001' TO WS-MAINTWIN-TENANT-NO
    END-IF
    MOVE 'MGMT-PER-CUST-INFO' TO WS-MAINTWIN-PGM-ID
    MOVE REQ-OPER-TELR-NO TO WS-MAINTWIN-TELR-NO
    MOVE 'C' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL
    IF WS-MAINTWIN-RESP-CODE NOT = '000000'
       MOVE WS-MAINTWIN-RESP-CODE TO WS-RESP-CODE
       MOVE 'Maintenance suspended in batch window' TO WS-MSG-EN
       MOVE WS-MAINTWIN-RESP-MSG TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF

    EXEC SQL START TRANSACTION END-EXEC.

    *> 更新客户基础信息
                                      THEN :REQ-E-MAIL ELSE E_MAIL END,
                 CRTF_TYP_CD   = CASE WHEN :REQ-CRTF-TYP-CD != SPACES 
                                      THEN :REQ-CRTF-TYP-CD ELSE CRTF_TYP_CD END,
                 CRTF_NO       = CASE WHEN :WS-CRTF-TOKEN != SPACES 
                                      THEN :WS-CRTF-TOKEN ELSE CRTF_NO END,
                 CRTF_MATR_DT  = CASE WHEN :REQ-CRTF-MATR-DT != SPACES 
                                      THEN :REQ-CRTF-MATR-DT ELSE CRTF_MATR_DT END,
                 DORM_FLG      = '0',
             MOVE WS-OLD-CUST-NM TO WS-AUDIT-OLD-VAL
             MOVE REQ-CUST-NM TO WS-AUDIT-NEW-VAL
             PERFORM AUDIT-FIELD-CHANGE
             PERFORM RECORD-FORMER-NAME
             IF WS-FN-FAIL-FLG = 'Y'
                MOVE 'E12003' TO WS-RESP-CODE
                MOVE 'Failed to record former name' TO WS-MSG-EN
                MOVE '曾用名登记失败' TO WS-MSG-CN
                PERFORM SET-LOCALIZED-MSG
                EXEC SQL ROLLBACK END-EXEC
                GO TO EXIT-PROGRAM
             END-IF
          END-IF
          IF REQ-CUST-ENG-NM NOT = SPACES
             MOVE 'CUST_ENG_NM' TO WS-AUDIT-FLD-NM
          IF REQ-CRTF-NO NOT = SPACES
             MOVE 'CRTF_NO' TO WS-AUDIT-FLD-NM
             MOVE WS-OLD-CRTF-NO TO WS-AUDIT-OLD-VAL
             MOVE WS-CRTF-TOKEN TO WS-AUDIT-NEW-VAL
             PERFORM AUDIT-FIELD-CHANGE
          END-IF
          IF REQ-CRTF-MATR-DT NOT = SPACES
             PERFORM AUDIT-FIELD-CHANGE
          END-IF
       ELSE
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
          MOVE 'UPDATE CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
          MOVE 'E12004' TO WS-RESP-CODE
          MOVE 'Failed to update basic info' TO WS-MSG-EN
          MOVE '客户基本信息更新失败' TO WS-MSG-CN
                                          THEN :REQ-SPS-ENG-NAME ELSE SPS_ENG_NAME END,
                 SPS_CRTF_TYP_CD    = CASE WHEN :REQ-SPS-CRTF-TYP-CD != SPACES 
                                          THEN :REQ-SPS-CRTF-TYP-CD ELSE SPS_CRTF_TYP_CD END,
                 SPS_CRTF_NO        = CASE WHEN :WS-SPS-CRTF-TOKEN != SPACES 
                                          THEN :WS-SPS-CRTF-TOKEN ELSE SPS_CRTF_NO END,
                 SPS_TEL_NO         = CASE WHEN :REQ-SPS-TEL-NO != SPACES 
                                          THEN :REQ-SPS-TEL-NO ELSE SPS_TEL_NO END,
                 WORK_UNIT_NM       = CASE WHEN :REQ-WORKUNIT-NM != SPACES 
          IF REQ-SPS-CRTF-NO NOT = SPACES
             MOVE 'SPS_CRTF_NO' TO WS-AUDIT-FLD-NM
             MOVE WS-OLD-SPS-CRTF-NO TO WS-AUDIT-OLD-VAL
             MOVE WS-SPS-CRTF-TOKEN TO WS-AUDIT-NEW-VAL
             PERFORM AUDIT-FIELD-CHANGE
          END-IF
          IF REQ-SPS-TEL-NO NOT = SPACES
             PERFORM AUDIT-FIELD-CHANGE
          END-IF
       ELSE
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
          MOVE 'UPDATE PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
          MOVE 'E12005' TO WS-RESP-CODE
          MOVE 'Failed to update personal info' TO WS-MSG-EN
          MOVE '个人客户信息更新失败' TO WS-MSG-CN
       END-IF
    END-IF.

    *> 代理人代办留痕：审计轨迹中另记一行代办人证件与所凭授权
    *> 流水号，与同批字段变更行一并提交
    IF WS-POA-SEQ-NO NOT = SPACES
       AND (CHG-FLAG-CUST = 'Y' OR CHG-FLAG-PER = 'Y')
       MOVE 'AGENT_OPER' TO WS-AUDIT-FLD-NM
       MOVE 'MGMT-PER-CUST-INFO' TO WS-AUDIT-OLD-VAL
       MOVE SPACES TO WS-AUDIT-NEW-VAL
       STRING REQ-AGENT-CRTF-TYP-CD DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AGENT-CRTF-TOKEN DELIMITED BY SIZE
              ' POA:' DELIMITED BY SIZE
              WS-POA-SEQ-NO DELIMITED BY SIZE
         INTO WS-AUDIT-NEW-VAL
       END-STRING
       PERFORM AUDIT-FIELD-CHANGE
    END-IF.

    EXEC SQL COMMIT END-EXEC.

    MOVE '000000' TO WS-RESP-CODE
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
*> 某字段在某时间点之前的值(如地址/手机号变更)
AUDIT-FIELD-CHANGE.
    IF WS-AUDIT-OLD-VAL NOT = WS-AUDIT-NEW-VAL
       MOVE SPACES TO WS-CHAIN-CONTENT
       MOVE REQ-CUST-NO TO WS-CHAIN-AUD-CUST-NO
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
                  :REQ-CUST-NO, :WS-AUDIT-FLD-NM, :WS-AUDIT-OLD-VAL,
                  :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
                  :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                  :WS-CHAIN-ROW-HASH
              )
          END-EXEC
       END-IF

      *> 联系方式(手机/邮箱/地址)变更同时生成下游联系方式变更
      *> 通知：按NOTIFY_SUBSCRIPTION逐订阅系统各落一行队列记录
       EXEC SQL COMMIT END-EXEC
    END-IF.

*> 证件号码令牌化：空白号码回空白令牌(CASE WHEN保留原值的判断
*> 仍按入参是否空白)
TOKENIZE-CRTF-NOS.
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       EXIT PARAGRAPH
    END-IF
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-SPS-CRTF-NO,
                             WS-SPS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       EXIT PARAGRAPH
    END-IF
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-AGENT-CRTF-NO,
                             WS-AGENT-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL.

*> 代理人授权核验：按客户号回查归属租户后经POACHK01核验，
*> 拒绝码原样带回(英文消息统一给出)
CHECK-AGENT-AUTHORITY.
    MOVE '001' TO WS-POA-TENANT-NO
    EXEC SQL
        SELECT TENANT_NO INTO :WS-POA-TENANT-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE '001' TO WS-POA-TENANT-NO
    END-IF

    MOVE SPACES TO WS-POA-CUST-NO
    MOVE REQ-CUST-NO TO WS-POA-CUST-NO
    CALL 'POACHK01' USING WS-POA-TENANT-NO, WS-POA-CUST-NO,
                          REQ-AGENT-CRTF-TYP-CD, REQ-AGENT-CRTF-NO,
                          WS-POA-SCOPE-CD, WS-POA-RESP-CODE,
                          WS-POA-RESP-MSG, WS-POA-SEQ-NO
    END-CALL
    IF WS-POA-RESP-CODE NOT = '000000'
       MOVE SPACES TO WS-POA-SEQ-NO
       MOVE WS-POA-RESP-CODE TO WS-RESP-CODE
       MOVE 'Agent has no valid authority for this operation'
         TO WS-MSG-EN
       MOVE WS-POA-RESP-MSG TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
    END-IF.

*> 刷新拼音索引：本程序请求无租户参数，按客户号回查归属租户
REFRESH-PHONETIC-IDX.
    MOVE '001' TO WS-PH-TENANT-NO
       DISPLAY '拼音索引刷新失败 客户号:' REQ-CUST-NO
    END-IF.

*> 改名留曾用名：旧名按类型01登记到CUST_NAME_ALIAS，使用止日记
*> 当日，证明编号记本程序名(柜员补登证明时经MGMTCUSTALIAS01修改)；
*> 同名曾用名已有行(含已删除行)则复用并恢复有效。开户/名单筛查、
*> 疑似重复扫描与客户检索按登记名比对，改名后仍能按旧名查到。
*> 与名称更新同一事务，登记失败由调用处整笔回滚
RECORD-FORMER-NAME.
    MOVE 'N' TO WS-FN-FAIL-FLG
    IF WS-OLD-CUST-NM = SPACES OR WS-OLD-CUST-NM = REQ-CUST-NM
       EXIT PARAGRAPH
    END-IF

    MOVE '001' TO WS-PH-TENANT-NO
    EXEC SQL
        SELECT TENANT_NO INTO :WS-PH-TENANT-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
    END-EXEC
    MOVE SPACES TO WS-PH-CUST-NO
    MOVE REQ-CUST-NO TO WS-PH-CUST-NO
    CALL 'PHONKEY01' USING WS-OLD-CUST-NM, WS-FN-PHONETIC-KEY

    EXEC SQL
        UPDATE CUST_NAME_ALIAS
           SET VALID_TO_DT = :WS-TODAY-DT,
               PHONETIC_KEY = :WS-FN-PHONETIC-KEY,
               VALID_FLG = '1',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-PH-TENANT-NO
           AND CUST_NO = :WS-PH-CUST-NO
           AND ALIAS_TYP_CD = '01'
           AND ALIAS_NM = :WS-OLD-CUST-NM
    END-EXEC
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
       IF WS-ROW-COUNT = 0
          EXEC SQL
              INSERT INTO CUST_NAME_ALIAS (
                  TENANT_NO, CUST_NO, ALIAS_TYP_CD, ALIAS_NM,
                  PHONETIC_KEY, VALID_FROM_DT, VALID_TO_DT,
                  EVIDENCE_REF_NO, VALID_FLG, CRT_TELR_NO,
                  UPD_TELR_NO, CRT_TM, UPD_TM
              ) VALUES (
                  :WS-PH-TENANT-NO, :WS-PH-CUST-NO, '01',
                  :WS-OLD-CUST-NM, :WS-FN-PHONETIC-KEY, NULL,
                  :WS-TODAY-DT, 'MGMT-PER-CUST-INFO', '1',
                  :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
                  CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
              )
          END-EXEC
       END-IF
    END-IF

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RECORD-FORMER-NAME' TO WS-TE-PARA-NM
       MOVE 'UPDATE/INSERT CUST_NAME_ALIAS' TO WS-TE-OPER-CD
       MOVE 'Y' TO WS-FN-FAIL-FLG
    END-IF.

*> 冷静期登记：窗口落CUST_COOLOFF_WINDOW(到期时刻之内
*> CTRLSCRN01对该客户的大额交易转人工)，并把确认通知投入
*> COOLOFF_CONFIRM_QUEUE——发往变更前的原手机号，真客户被
    END-IF

    EXEC SQL COMMIT END-EXEC.

*> 证据链入链：WS-CHAIN-ID/WS-CHAIN-CONTENT/WS-CHAIN-TM由调用处备好，
*> 取回链序号与摘要随后写入本行(入链时刻空白时由AUDCHAIN01取当前
*> 时刻回送，作本行时间戳)
CHAIN-EVIDENCE-ROW.
    CALL 'AUDCHAIN01' USING WS-CHAIN-ID, WS-CHAIN-CONTENT, WS-CHAIN-TM,
                            WS-CHAIN-SEQ-NO, WS-CHAIN-PREV-HASH,
                            WS-CHAIN-ROW-HASH, WS-CHAIN-RESP-CODE,
                            WS-CHAIN-RESP-MSG
    END-CALL.

*> 非预期SQL失败离场：业务事务回滚之后把出错段落/语句/SQLCODE经
*> TECHERR01落技术错误表(单独提交，不随业务回滚抹掉)；对外响应码
*> 不变。每次离场清零，不带到下一次调用
RECORD-TECH-ERROR.
    IF WS-TE-SQLCODE = 0 OR WS-RESP-CODE(1:1) NOT = 'E'
       MOVE 0 TO WS-TE-SQLCODE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL ROLLBACK END-EXEC
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TE-ERR-TM
    MOVE SPACES TO WS-TE-TENANT-NO
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
