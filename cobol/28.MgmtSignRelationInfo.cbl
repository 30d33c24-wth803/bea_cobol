    05  WS-VALID-FLG       PIC X(01) VALUE '1'.
    05  WS-CRT-TELR-NO     PIC X(10).
    05  WS-UPD-TELR-NO     PIC X(10).

*> 证件号码令牌化工作区(CRTFTOKEN01)：签约关系与审计轨迹中的证件号码
*> 一律以令牌存放
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'T'.
01  WS-CRTF-TOKEN          PIC X(20) VALUE SPACES.
01  WS-AGENT-CRTF-TOKEN    PIC X(20) VALUE SPACES.
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

01  WS-TENANT-NO           PIC X(10).

*> 续约时留存上一期约期(签约日/到期日)的变更前快照
01  WS-OLD-SIGN-DATE       PIC X(08).
01  WS-OLD-SIGN-MATR-DT    PIC X(08).

*> 代理人代办审计取值(写入CUST_INFO_CHG_AUDIT)
01  WS-AUDIT-OLD-VAL       PIC X(100).
01  WS-AUDIT-NEW-VAL       PIC X(100).

*> 签约账号核验工作区：账号须为CUST_ACCT_INFO中同租户的在网
*> 路由(ROUTE_VAL或MAIN_ACCT_NO)，且归属须与签约客户一致
01  WS-ACCT-EXIST-COUNT    PIC 9(5).
*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 对公经办人核验(SIGNRCHK01)工作区：签约属指令签字范围('02')，
*> 新增/修改时签约金额须在签字人单笔指令上限内
01  WS-CUST-TYP-CD         PIC X(02).
01  WS-SR-AUTH-SCOPE-CD    PIC X(02) VALUE '02'.
01  WS-SR-INSTR-AMT        PIC 9(10)V99.
01  WS-SR-RESP-CODE        PIC X(06).
01  WS-SR-RESP-MSG         PIC X(50).

*> 对私客户代理人核验(POACHK01)工作区：签约维护属授权业务'02'
01  WS-POA-SCOPE-CD        PIC X(02) VALUE '02'.
01  WS-POA-RESP-CODE       PIC X(06).
01  WS-POA-RESP-MSG        PIC X(50).
01  WS-POA-SEQ-NO          PIC X(14).

01  WS-CHNL-LMT-FOUND      PIC X(01).
    88  WS-CHNL-LMT-FOUND-Y  VALUE 'Y'.
    88  WS-CHNL-LMT-FOUND-N  VALUE 'N'.

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTSIGNREL01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-SIGN-NO            PIC X(20).     *> 签约编号(修改/删除时必传)
01  REQ-ACCT-OVERRIDE-FLG  PIC X(01).     *> 'Y'=确系外部账户(他行账号
                                          *> 等)，跳过本行账号核验，
                                          *> 标志随签约记录落地留痕
01  REQ-ACTOR-CRTF-TYP-CD  PIC X(02).     *> 对公客户经办人证件类型代码
01  REQ-ACTOR-CRTF-NO      PIC X(20).     *> 对公客户经办人证件号码(非空
                                          *> 时须为该企业当前有效的授权
                                          *> 签字人)
01  REQ-AGENT-CRTF-TYP-CD  PIC X(02).     *> 对私客户代办代理人证件类型代码
01  REQ-AGENT-CRTF-NO      PIC X(20).     *> 对私客户代办代理人证件号码(非空
                                          *> 时须有覆盖签约维护的有效代理
                                          *> 授权)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
          REQ-SIGN-TYPE, REQ-SIGN-STATUS, REQ-SIGN-DATE,
          REQ-SIGN-MATR-DT, REQ-SIGN-AMOUNT,
          REQ-SIGN-DESC, REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          REQ-ACCT-OVERRIDE-FLG, REQ-ACTOR-CRTF-TYP-CD,
          REQ-ACTOR-CRTF-NO, REQ-AGENT-CRTF-TYP-CD,
          REQ-AGENT-CRTF-NO, RESP-CODE, RESP-MSG, RESP-SIGN-NO.

MAIN-LOGIC.
    *> 初始化
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1.1) 证件号码令牌化：签约人与代办代理人证件一律按令牌入库留痕
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-TOKEN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-AGENT-CRTF-NO,
                             WS-AGENT-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-TOKEN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1.2) 柜员权限校验(签约维护须普通柜员角色'01')
    *> 柜员权限校验：经共享子程序AUTHCHK01核实操作柜员在柜员
    *> 登记簿中存在、在请求租户内有效并持有角色'01'
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '01' TO WS-AUTHCHK-ROLE-CD
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1.6) 对公客户经办人核验：代企业签约/变更/解约的经办人须为
    *>      CORP_AUTH_SIGNATORY中当前有效的授权签字人(SIGNRCHK01)
    IF REQ-ACTOR-CRTF-NO NOT = SPACES
       MOVE SPACES TO WS-CUST-TYP-CD
       EXEC SQL
           SELECT CUST_TYP_CD INTO :WS-CUST-TYP-CD
             FROM CUSTOMER_BASIC_INFO
            WHERE CUST_NO = :REQ-CUST-NO
              AND TENANT_NO = :REQ-TENANT-NO
       END-EXEC
       IF SQLCODE = 0
          AND (WS-CUST-TYP-CD = '02' OR WS-CUST-TYP-CD = '03')
          MOVE 0 TO WS-SR-INSTR-AMT
          IF REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02'
             MOVE REQ-SIGN-AMOUNT TO WS-SR-INSTR-AMT
          END-IF
          CALL 'SIGNRCHK01' USING REQ-TENANT-NO, REQ-CUST-NO,
                                  REQ-ACTOR-CRTF-TYP-CD,
                                  REQ-ACTOR-CRTF-NO,
                                  WS-SR-AUTH-SCOPE-CD, WS-SR-INSTR-AMT,
                                  WS-SR-RESP-CODE, WS-SR-RESP-MSG
          END-CALL
          IF WS-SR-RESP-CODE NOT = '000000'
             MOVE WS-SR-RESP-CODE TO WS-RESP-CODE
             MOVE WS-SR-RESP-MSG TO WS-RESP-MSG
             GO TO EXIT-PROGRAM
          END-IF
       END-IF
    END-IF.

    *> 1.7) 对私客户代理人核验：代客户签约/变更/解约/续约的代理人
    *>      须有覆盖签约维护的有效代理授权(POACHK01)
    MOVE SPACES TO WS-POA-SEQ-NO
    IF REQ-AGENT-CRTF-NO NOT = SPACES
       CALL 'POACHK01' USING REQ-TENANT-NO, REQ-CUST-NO,
                             REQ-AGENT-CRTF-TYP-CD, WS-AGENT-CRTF-TOKEN,
                             WS-POA-SCOPE-CD, WS-POA-RESP-CODE,
                             WS-POA-RESP-MSG, WS-POA-SEQ-NO
       END-CALL
       IF WS-POA-RESP-CODE NOT = '000000'
          MOVE WS-POA-RESP-CODE TO WS-RESP-CODE
          MOVE WS-POA-RESP-MSG TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增(签约)
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTSIGNREL01' TO WS-MAINTWIN-PGM-ID
    MOVE REQ-OPER-TELR-NO TO WS-MAINTWIN-TELR-NO
    MOVE 'C' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL
    IF WS-MAINTWIN-RESP-CODE NOT = '000000'
       MOVE WS-MAINTWIN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-MAINTWIN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF

    *> 3) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    MOVE REQ-CUST-NO TO WS-CUST-NO
    MOVE REQ-TENANT-NO TO WS-TENANT-NO
    MOVE REQ-CRTF-TYP-CD TO WS-CRTF-TYP-CD
    MOVE WS-CRTF-TOKEN TO WS-CRTF-NO
    MOVE REQ-CUST-ACCT-NO TO WS-CUST-ACCT-NO
    MOVE REQ-CUST-NM TO WS-CUST-NM
    MOVE REQ-SIGN-SMLTYP-TYP-CD TO WS-SIGN-SMLTYP-TYP-CD
       GO TO EXIT-PROGRAM
    END-IF.

    *> 6.5) 代理人代办留痕：与签约变更同一事务写入审计轨迹
    IF WS-POA-SEQ-NO NOT = SPACES
       PERFORM AUDIT-AGENT-OPER
       IF WS-RESP-CODE NOT = '000000'
          EXEC SQL ROLLBACK END-EXEC
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 7) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 代理人代办审计：CUST_INFO_CHG_AUDIT另记一行，旧值记程序与
*> 签约编号，新值记代理人证件与所凭授权流水号
AUDIT-AGENT-OPER.
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    STRING 'MGMTSIGNREL01 ' DELIMITED BY SIZE
           WS-OPER-TYPE DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-SIGN-NO DELIMITED BY SIZE
      INTO WS-AUDIT-OLD-VAL
    END-STRING
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING REQ-AGENT-CRTF-TYP-CD DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-AGENT-CRTF-TOKEN DELIMITED BY SIZE
           ' POA:' DELIMITED BY SIZE
           WS-POA-SEQ-NO DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE REQ-CUST-NO TO WS-CHAIN-AUD-CUST-NO
    MOVE 'AGENT_OPER' TO WS-CHAIN-AUD-FLD-NM
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
               :REQ-CUST-NO, 'AGENT_OPER', :WS-AUDIT-OLD-VAL,
               :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
               :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
               :WS-CHAIN-ROW-HASH
           )
       END-EXEC
    END-IF.

    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'AUDIT-AGENT-OPER' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
       MOVE 'E12009' TO WS-RESP-CODE
       MOVE '代理人代办审计写入失败' TO WS-RESP-MSG
    END-IF.

*> 参数校验子程序
VALIDATE-REQUIRED-FIELDS.
    IF REQ-CUST-NO = SPACES
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'VALIDATE-SIGN-ACCT' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_ACCT_INFO' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE '签约账号核验失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'VALIDATE-SIGN-ACCT' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_ACCT_INFO' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE '签约账号核验失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
       END-EXEC

       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'ADD-SIGN-RELATION-INFO' TO WS-TE-PARA-NM
          MOVE 'INSERT SIGN_RELATION_INFO' TO WS-TE-OPER-CD
          MOVE 'E12003' TO WS-RESP-CODE
          MOVE '客户签约失败' TO WS-RESP-MSG
       END-IF
       END-EXEC

       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MOD-SIGN-RELATION-INFO' TO WS-TE-PARA-NM
          MOVE 'UPDATE SIGN_RELATION_INFO' TO WS-TE-OPER-CD
          MOVE 'E12004' TO WS-RESP-CODE
          MOVE '签约限额修改失败' TO WS-RESP-MSG
       END-IF
       END-EXEC

       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'DEL-SIGN-RELATION-INFO' TO WS-TE-PARA-NM
          MOVE 'UPDATE SIGN_RELATION_INFO' TO WS-TE-OPER-CD
          MOVE 'E12005' TO WS-RESP-CODE
          MOVE '客户解约失败' TO WS-RESP-MSG
       END-IF
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RENEW-SIGN-RELATION-INFO' TO WS-TE-PARA-NM
       MOVE 'INSERT SIGN_RELATION_HIST' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '签约续约历史写入失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RENEW-SIGN-RELATION-INFO' TO WS-TE-PARA-NM
       MOVE 'UPDATE SIGN_RELATION_INFO' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '签约续约更新失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    ELSE
       EXEC SQL COMMIT END-EXEC
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
    MOVE REQ-TENANT-NO TO WS-TE-TENANT-NO
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
