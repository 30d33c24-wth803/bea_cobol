IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTPOA01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-RECORD-COUNT        PIC 9(5).
01  WS-SCOPE-COUNT         PIC 9(2).
01  WS-SCOPE-BAD-COUNT     PIC 9(2).
01  WS-CURRENT-DATE        PIC X(08).
01  WS-CURRENT-DATE-TIME   PIC X(21).
01  WS-CUST-TYP-CD         PIC X(02).
01  WS-DECD-FLG            PIC X(01).
01  WS-CUST-CRTF-TYP-CD    PIC X(02).
01  WS-CUST-CRTF-NO        PIC X(20).

*> 修改/撤销前的授权快照(写CUST_INFO_CHG_AUDIT用)
01  WS-OLD-AGENT-CRTF-NO   PIC X(20).
01  WS-OLD-AUTH-OPER-SCOPE PIC X(10).
01  WS-OLD-EXPIRE-DT       PIC X(08).

*> 字段级审计通用工作区(写入CUST_INFO_CHG_AUDIT，
*> 同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)
01  WS-AUDIT-FLD-NM        PIC X(30).
01  WS-AUDIT-OLD-VAL       PIC X(100).
01  WS-AUDIT-NEW-VAL       PIC X(100).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 双人复核(maker/checker)工作区：代理授权的登记与修改一律须经
*> 另一柜员在MGMTPENDAUTH01复核——授权书决定了他人能否动客户
*> 的档案与账户，不设单人通道。撤销只收窄权限，单人即可办理
01  WS-AUTH-PROCEED-FLG    PIC X(01).
01  WS-AUTH-COUNT          PIC 9(5).
01  WS-AUTH-SEQ-NO         PIC X(14).
01  WS-AUTH-SEQ-NO-NUM REDEFINES WS-AUTH-SEQ-NO
                           PIC 9(14).
01  WS-AUTH-DUP-COUNT      PIC 9(5).
01  WS-AUTH-RETRY-COUNT    PIC 9(3).
01  WS-AUTH-REQ-KEY        PIC X(40).
*> 复核摘要平铺布局(MGMTPENDAUTH01按此解码回带标签字段)
01  WS-AUTH-REQ-DIGEST     PIC X(120).
01  WS-POA-DIGEST REDEFINES WS-AUTH-REQ-DIGEST.
    05  WS-PD-AGENT-CRTF-TYP PIC X(02).
    05  WS-PD-AGENT-CRTF-NO  PIC X(20).
    05  WS-PD-AGENT-RELA-CD  PIC X(02).
    05  WS-PD-AUTH-OPER-SCOPE PIC X(10).
    05  WS-PD-EFFT-DT        PIC X(08).
    05  WS-PD-EXPIRE-DT      PIC X(08).
    05  WS-PD-DOC-REF        PIC X(30).
    05  FILLER               PIC X(40).

*> 代理授权流水号分配(时间戳起号+退路防撞)
01  WS-POA-SEQ-NO          PIC X(14).
01  WS-POA-SEQ-NO-NUM REDEFINES WS-POA-SEQ-NO
                           PIC 9(14).
01  WS-SEQ-DUP-COUNT       PIC 9(5).
01  WS-SEQ-RETRY-COUNT     PIC 9(3).

*> 证据链入链工作区(AUDCHAIN01)：各证据表的写入行按所属链的规范
*> 布局拼成400字节内容入链，链序号/摘要/入链时刻随行写入
01  WS-CHAIN-ID            PIC X(10).
01  WS-CHAIN-CONTENT       PIC X(400).
*> 待复核事项链(PENDAUTH)规范内容
01  WS-CHAIN-PND-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-PND-AUTH-SEQ-NO   PIC X(14).
    05  WS-CHAIN-PND-TENANT-NO     PIC X(10).
    05  WS-CHAIN-PND-OPER-PROGRAM  PIC X(20).
    05  WS-CHAIN-PND-OPER-TYP-CD   PIC X(02).
    05  WS-CHAIN-PND-CUST-NO       PIC X(20).
    05  WS-CHAIN-PND-CRTF-TYP-CD   PIC X(02).
    05  WS-CHAIN-PND-CRTF-NO       PIC X(20).
    05  WS-CHAIN-PND-REQ-KEY       PIC X(40).
    05  WS-CHAIN-PND-REQ-DIGEST    PIC X(120).
    05  WS-CHAIN-PND-CRT-TELR-NO   PIC X(10).
    05  FILLER                     PIC X(142).
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

*> 代理人证件号码令牌化工作区(CRTFTOKEN01)：授权登记簿、复核事项与
*> 审计轨迹中的证件号码一律以令牌存放
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'T'.
01  WS-AGENT-CRTF-TOKEN    PIC X(20) VALUE SPACES.
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTPOA01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(10).     *> 委托人(对私客户)编号
01  REQ-POA-SEQ-NO         PIC X(14).     *> 代理授权流水号(修改/撤销时必传)
01  REQ-AGENT-NM           PIC X(60).     *> 代理人姓名
01  REQ-AGENT-CRTF-TYP-CD  PIC X(02).     *> 代理人证件类型代码
01  REQ-AGENT-CRTF-NO      PIC X(20).     *> 代理人证件号码
01  REQ-AGENT-RELA-CD      PIC X(02).     *> 与委托人关系(01配偶/02子女/
                                          *> 03父母/04其他亲属/05看护人/
                                          *> 99其他)
01  REQ-AUTH-OPER-SCOPE    PIC X(10).     *> 授权业务(按位'1'授权：第1位
                                          *> 客户资料维护/第2位签约维护/
                                          *> 第3位销户及重新启用)
01  REQ-EFFT-DT            PIC X(08).     *> 授权生效日期(YYYYMMDD)
01  REQ-EXPIRE-DT          PIC X(08).     *> 授权到期日期(YYYYMMDD)
01  REQ-DOC-REF            PIC X(30).     *> 授权委托书/公证书编号
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01登记/02修改/
                                          *> 03撤销)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-POA-SEQ-NO        PIC X(14).     *> 登记成功后返回授权流水号

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-POA-SEQ-NO,
          REQ-AGENT-NM, REQ-AGENT-CRTF-TYP-CD, REQ-AGENT-CRTF-NO,
          REQ-AGENT-RELA-CD, REQ-AUTH-OPER-SCOPE, REQ-EFFT-DT,
          REQ-EXPIRE-DT, REQ-DOC-REF, REQ-OPER-TYP-CD,
          REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG, RESP-POA-SEQ-NO.

*> 对私客户代理人(授权委托)登记簿：客户委派亲属持公证委托书、
*> 或看护人到网点代办时，此前柜员无处登记代理人是谁、能办
*> 哪些业务、授权到哪天为止(MGMTGRDN01的监护登记只管未成年
*> 人)。授权落CUST_POA_AGENT：代理人证件、与委托人关系、按位
*> 授权的业务范围、生效/到期日期与委托书编号；登记/修改须双人
*> 复核。MGMT-PER-CUST-INFO/MGMTSIGNREL01/CUSTCLS01收到代理人
*> 证件时经POACHK01核验授权，到期或委托人身故的授权由POACHK01
*> 实时拒绝、POALAPSE01夜间落失效状态
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-POA-SEQ-NO
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF (REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02')
       AND (REQ-AGENT-NM = SPACES OR REQ-AGENT-CRTF-TYP-CD = SPACES
            OR REQ-AGENT-CRTF-NO = SPACES OR REQ-AGENT-RELA-CD = SPACES
            OR REQ-DOC-REF = SPACES)
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '代理人信息/关系/委托书编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF (REQ-OPER-TYP-CD = '02' OR REQ-OPER-TYP-CD = '03')
       AND REQ-POA-SEQ-NO = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '代理授权流水号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1.5) 代理人证件号码令牌化
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-AGENT-CRTF-NO,
                             WS-AGENT-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-TOKEN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02'
       PERFORM VALIDATE-AUTH-TERMS
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 柜员权限校验(普通柜员角色'01')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '01' TO WS-AUTHCHK-ROLE-CD
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTPOA01' TO WS-MAINTWIN-PGM-ID
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

    *> 3) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 登记(双人复核)
          PERFORM REGISTER-POA-AGENT
       WHEN '02'  *> 修改(双人复核)
          PERFORM MODIFY-POA-AGENT
       WHEN '03'  *> 撤销
          PERFORM REVOKE-POA-AGENT
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 授权条款校验：业务范围至少授权一项且各位只能是'1'/'0'/空白；
*> 生效/到期日期须为8位数字，到期日不早于生效日且不早于今天
*> (代理授权必须有期限，长期委托也须写明到期日)
VALIDATE-AUTH-TERMS.
    MOVE 0 TO WS-SCOPE-COUNT
    INSPECT REQ-AUTH-OPER-SCOPE TALLYING WS-SCOPE-COUNT FOR ALL '1'
    IF WS-SCOPE-COUNT = 0
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '代理授权业务范围至少授权一项' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-SCOPE-BAD-COUNT
    INSPECT REQ-AUTH-OPER-SCOPE TALLYING WS-SCOPE-BAD-COUNT
            FOR ALL '0' ALL '1' ALL ' '
    IF WS-SCOPE-BAD-COUNT NOT = 10
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '代理授权业务范围取值不合法' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-EFFT-DT IS NOT NUMERIC OR REQ-EXPIRE-DT IS NOT NUMERIC
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '授权生效/到期日期须为8位日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-EXPIRE-DT < REQ-EFFT-DT OR REQ-EXPIRE-DT < WS-CURRENT-DATE
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '授权到期日期不能早于生效日期或今天' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

*> 登记：委托人须为在网有效、未登记死亡的对私客户，代理人不能
*> 是委托人本人，同一代理人对同一委托人仅一条在力授权
REGISTER-POA-AGENT.
    MOVE SPACES TO WS-CUST-TYP-CD
    MOVE '0' TO WS-DECD-FLG
    EXEC SQL
        SELECT CUST_TYP_CD, COALESCE(DECD_FLG, '0'),
               CRTF_TYP_CD, CRTF_NO
          INTO :WS-CUST-TYP-CD, :WS-DECD-FLG,
               :WS-CUST-CRTF-TYP-CD, :WS-CUST-CRTF-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '委托人不存在或已无效' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    *> 对私类型标准码为'01'，历史存量'0'并行接受(同MGMT-PER-CUST-INFO)
    IF WS-CUST-TYP-CD NOT = '0' AND WS-CUST-TYP-CD NOT = '01'
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '委托人须为对私客户' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-DECD-FLG = '1'
       MOVE 'F20040' TO WS-RESP-CODE
       MOVE '客户已登记死亡，仅允许遗产处理操作' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-AGENT-CRTF-TYP-CD = WS-CUST-CRTF-TYP-CD
       AND WS-AGENT-CRTF-TOKEN = WS-CUST-CRTF-NO
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '代理人不能是委托人本人' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_POA_AGENT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND AGENT_CRTF_TYP_CD = :REQ-AGENT-CRTF-TYP-CD
           AND AGENT_CRTF_NO = :WS-AGENT-CRTF-TOKEN
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '该代理人已有在力授权，请走修改' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE WS-AGENT-CRTF-TOKEN TO WS-AUTH-REQ-KEY
    PERFORM CHECK-DUAL-AUTH
    IF WS-AUTH-PROCEED-FLG NOT = 'Y'
       EXIT PARAGRAPH
    END-IF

    PERFORM ALLOC-POA-SEQ-NO
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC

    EXEC SQL
        INSERT INTO CUST_POA_AGENT (
            POA_SEQ_NO, TENANT_NO, CUST_NO, AGENT_NM,
            AGENT_CRTF_TYP_CD, AGENT_CRTF_NO, AGENT_RELA_CD,
            AUTH_OPER_SCOPE, EFFT_DT, EXPIRE_DT, DOC_REF,
            STATUS_CD, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :WS-POA-SEQ-NO, :REQ-TENANT-NO, :REQ-CUST-NO,
            :REQ-AGENT-NM, :REQ-AGENT-CRTF-TYP-CD,
            :WS-AGENT-CRTF-TOKEN, :REQ-AGENT-RELA-CD,
            :REQ-AUTH-OPER-SCOPE, :REQ-EFFT-DT, :REQ-EXPIRE-DT,
            :REQ-DOC-REF, '1', :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REGISTER-POA-AGENT' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_POA_AGENT' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '代理授权登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE 'POA_AGENT' TO WS-AUDIT-FLD-NM
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    PERFORM BUILD-POA-AUDIT-NEW-VAL
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REGISTER-POA-AGENT' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE WS-POA-SEQ-NO TO RESP-POA-SEQ-NO
    MOVE '000000' TO WS-RESP-CODE
    MOVE '代理授权登记成功' TO WS-RESP-MSG.

*> 修改：仅在力授权可改(范围/期限/委托书换新等)，证件不变
MODIFY-POA-AGENT.
    EXEC SQL
        SELECT AGENT_CRTF_NO, AUTH_OPER_SCOPE, EXPIRE_DT
          INTO :WS-OLD-AGENT-CRTF-NO, :WS-OLD-AUTH-OPER-SCOPE,
               :WS-OLD-EXPIRE-DT
          FROM CUST_POA_AGENT
         WHERE POA_SEQ_NO = :REQ-POA-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '未找到在力的代理授权' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-OLD-AGENT-CRTF-NO NOT = WS-AGENT-CRTF-TOKEN
       MOVE 'F20010' TO WS-RESP-CODE
       MOVE '代理人证件不可修改，请撤销后重新登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE REQ-POA-SEQ-NO TO WS-AUTH-REQ-KEY
    PERFORM CHECK-DUAL-AUTH
    IF WS-AUTH-PROCEED-FLG NOT = 'Y'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC

    EXEC SQL
        UPDATE CUST_POA_AGENT
           SET AGENT_NM = :REQ-AGENT-NM,
               AGENT_RELA_CD = :REQ-AGENT-RELA-CD,
               AUTH_OPER_SCOPE = :REQ-AUTH-OPER-SCOPE,
               EFFT_DT = :REQ-EFFT-DT,
               EXPIRE_DT = :REQ-EXPIRE-DT,
               DOC_REF = :REQ-DOC-REF,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE POA_SEQ_NO = :REQ-POA-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MODIFY-POA-AGENT' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_POA_AGENT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '代理授权修改失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE 'POA_AGENT' TO WS-AUDIT-FLD-NM
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    STRING REQ-POA-SEQ-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-OLD-AGENT-CRTF-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-OLD-AUTH-OPER-SCOPE DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-OLD-EXPIRE-DT DELIMITED BY SIZE
      INTO WS-AUDIT-OLD-VAL
    END-STRING
    MOVE REQ-POA-SEQ-NO TO WS-POA-SEQ-NO
    PERFORM BUILD-POA-AUDIT-NEW-VAL
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MODIFY-POA-AGENT' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE REQ-POA-SEQ-NO TO RESP-POA-SEQ-NO
    MOVE '000000' TO WS-RESP-CODE
    MOVE '代理授权修改成功' TO WS-RESP-MSG.

*> 撤销：置'0'已撤销(保留登记内容备查)，单人即可办理
REVOKE-POA-AGENT.
    EXEC SQL
        SELECT AGENT_CRTF_NO, AUTH_OPER_SCOPE, EXPIRE_DT
          INTO :WS-OLD-AGENT-CRTF-NO, :WS-OLD-AUTH-OPER-SCOPE,
               :WS-OLD-EXPIRE-DT
          FROM CUST_POA_AGENT
         WHERE POA_SEQ_NO = :REQ-POA-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '未找到在力的代理授权' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL START TRANSACTION END-EXEC

    EXEC SQL
        UPDATE CUST_POA_AGENT
           SET STATUS_CD = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE POA_SEQ_NO = :REQ-POA-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REVOKE-POA-AGENT' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_POA_AGENT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '代理授权撤销失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE 'POA_STATUS' TO WS-AUDIT-FLD-NM
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    STRING REQ-POA-SEQ-NO DELIMITED BY SIZE
           ' 1' DELIMITED BY SIZE
      INTO WS-AUDIT-OLD-VAL
    END-STRING
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING REQ-POA-SEQ-NO DELIMITED BY SIZE
           ' 0' DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REVOKE-POA-AGENT' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE REQ-POA-SEQ-NO TO RESP-POA-SEQ-NO
    MOVE '000000' TO WS-RESP-CODE
    MOVE '代理授权已撤销' TO WS-RESP-MSG.

*> 授权审计新值：流水号/代理人证件/业务范围/到期日
BUILD-POA-AUDIT-NEW-VAL.
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING WS-POA-SEQ-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-AGENT-CRTF-TOKEN DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           REQ-AUTH-OPER-SCOPE DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           REQ-EXPIRE-DT DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING.

*> 双人复核检查(无条件执行，同MGMTFREEZE01)：摘要平铺授权条款，
*> 复核人批的是具体的代理人与授权范围
CHECK-DUAL-AUTH.
    MOVE 'Y' TO WS-AUTH-PROCEED-FLG
    MOVE SPACES TO WS-AUTH-REQ-DIGEST
    MOVE REQ-AGENT-CRTF-TYP-CD TO WS-PD-AGENT-CRTF-TYP
    MOVE WS-AGENT-CRTF-TOKEN TO WS-PD-AGENT-CRTF-NO
    MOVE REQ-AGENT-RELA-CD TO WS-PD-AGENT-RELA-CD
    MOVE REQ-AUTH-OPER-SCOPE TO WS-PD-AUTH-OPER-SCOPE
    MOVE REQ-EFFT-DT TO WS-PD-EFFT-DT
    MOVE REQ-EXPIRE-DT TO WS-PD-EXPIRE-DT
    MOVE REQ-DOC-REF TO WS-PD-DOC-REF

    MOVE 0 TO WS-AUTH-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-AUTH-COUNT
          FROM CUST_PENDING_AUTH
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OPER_PROGRAM = 'MGMTPOA01'
           AND OPER_TYP_CD = :REQ-OPER-TYP-CD
           AND CUST_NO = :REQ-CUST-NO
           AND CRTF_NO = :WS-AGENT-CRTF-TOKEN
           AND REQ_KEY = :WS-AUTH-REQ-KEY
           AND REQ_DIGEST = :WS-AUTH-REQ-DIGEST
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-AUTH-COUNT > 0
       EXEC SQL
           UPDATE CUST_PENDING_AUTH
              SET STATUS_CD = '2',
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND OPER_PROGRAM = 'MGMTPOA01'
              AND OPER_TYP_CD = :REQ-OPER-TYP-CD
              AND CUST_NO = :REQ-CUST-NO
              AND CRTF_NO = :WS-AGENT-CRTF-TOKEN
              AND REQ_KEY = :WS-AUTH-REQ-KEY
              AND REQ_DIGEST = :WS-AUTH-REQ-DIGEST
              AND STATUS_CD = '1'
       END-EXEC
       EXEC SQL COMMIT END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-AUTH-SEQ-NO
    MOVE 0 TO WS-AUTH-RETRY-COUNT
    PERFORM CHECK-AUTH-SEQ-NO-FREE
    PERFORM UNTIL WS-AUTH-DUP-COUNT = 0
                  OR WS-AUTH-RETRY-COUNT > 99
       ADD 1 TO WS-AUTH-SEQ-NO-NUM
       ADD 1 TO WS-AUTH-RETRY-COUNT
       PERFORM CHECK-AUTH-SEQ-NO-FREE
    END-PERFORM

    IF WS-AUTH-DUP-COUNT NOT = 0
       MOVE 'N' TO WS-AUTH-PROCEED-FLG
       MOVE 'E12021' TO WS-RESP-CODE
       MOVE '待复核流水号分配失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-AUTH-SEQ-NO TO WS-CHAIN-PND-AUTH-SEQ-NO
    MOVE REQ-TENANT-NO TO WS-CHAIN-PND-TENANT-NO
    MOVE 'MGMTPOA01' TO WS-CHAIN-PND-OPER-PROGRAM
    MOVE REQ-OPER-TYP-CD TO WS-CHAIN-PND-OPER-TYP-CD
    MOVE REQ-CUST-NO TO WS-CHAIN-PND-CUST-NO
    MOVE REQ-AGENT-CRTF-TYP-CD TO WS-CHAIN-PND-CRTF-TYP-CD
    MOVE WS-AGENT-CRTF-TOKEN TO WS-CHAIN-PND-CRTF-NO
    MOVE WS-AUTH-REQ-KEY TO WS-CHAIN-PND-REQ-KEY
    MOVE WS-AUTH-REQ-DIGEST TO WS-CHAIN-PND-REQ-DIGEST
    MOVE REQ-OPER-TELR-NO TO WS-CHAIN-PND-CRT-TELR-NO
    MOVE 'PENDAUTH' TO WS-CHAIN-ID
    MOVE SPACES TO WS-CHAIN-TM
    PERFORM CHAIN-EVIDENCE-ROW
    IF WS-CHAIN-RESP-CODE = '000000'
       EXEC SQL
           INSERT INTO CUST_PENDING_AUTH
               (AUTH_SEQ_NO, TENANT_NO, OPER_PROGRAM, OPER_TYP_CD,
                CUST_NO, CRTF_TYP_CD, CRTF_NO, REQ_KEY, REQ_DIGEST,
                STATUS_CD, CRT_TELR_NO, CRT_TM,
                CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH, UPD_TM)
           VALUES
               (:WS-AUTH-SEQ-NO, :REQ-TENANT-NO, 'MGMTPOA01',
                :REQ-OPER-TYP-CD, :REQ-CUST-NO, :REQ-AGENT-CRTF-TYP-CD,
                :WS-AGENT-CRTF-TOKEN, :WS-AUTH-REQ-KEY,
                :WS-AUTH-REQ-DIGEST, '0', :REQ-OPER-TELR-NO,
                :WS-CHAIN-TM,
                :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                :WS-CHAIN-ROW-HASH, CURRENT_TIMESTAMP)
       END-EXEC
    END-IF.

    MOVE 'N' TO WS-AUTH-PROCEED-FLG
    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-DUAL-AUTH' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_PENDING_AUTH' TO WS-TE-OPER-CD
       MOVE 'E12021' TO WS-RESP-CODE
       MOVE '待复核记录登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
       MOVE 'W20101' TO WS-RESP-CODE
       STRING '操作已登记待复核，流水号:' DELIMITED BY SIZE
              WS-AUTH-SEQ-NO DELIMITED BY SIZE
         INTO WS-RESP-MSG
       END-STRING
    END-IF.

*> 核对候选待复核流水号是否已被占用
CHECK-AUTH-SEQ-NO-FREE.
    MOVE 0 TO WS-AUTH-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-AUTH-DUP-COUNT
          FROM CUST_PENDING_AUTH
         WHERE AUTH_SEQ_NO = :WS-AUTH-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-AUTH-DUP-COUNT
       MOVE 100 TO WS-AUTH-RETRY-COUNT
    END-IF.

*> 代理授权流水号分配：时间戳起号后逐一核对防撞
ALLOC-POA-SEQ-NO.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-POA-SEQ-NO
    MOVE 0 TO WS-SEQ-RETRY-COUNT
    PERFORM CHECK-POA-SEQ-NO-FREE
    PERFORM UNTIL WS-SEQ-DUP-COUNT = 0
                  OR WS-SEQ-RETRY-COUNT > 99
       ADD 1 TO WS-POA-SEQ-NO-NUM
       ADD 1 TO WS-SEQ-RETRY-COUNT
       PERFORM CHECK-POA-SEQ-NO-FREE
    END-PERFORM

    IF WS-SEQ-DUP-COUNT NOT = 0
       MOVE 'E12021' TO WS-RESP-CODE
       MOVE '代理授权流水号分配失败' TO WS-RESP-MSG
    END-IF.

CHECK-POA-SEQ-NO-FREE.
    MOVE 0 TO WS-SEQ-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-SEQ-DUP-COUNT
          FROM CUST_POA_AGENT
         WHERE POA_SEQ_NO = :WS-POA-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-SEQ-DUP-COUNT
       MOVE 100 TO WS-SEQ-RETRY-COUNT
    END-IF.

*> 字段级审计(同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)
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
       IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'AUDIT-FIELD-CHANGE' TO WS-TE-PARA-NM
          MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
          MOVE 'E12006' TO WS-RESP-CODE
          MOVE '变更审计写入失败' TO WS-RESP-MSG
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
