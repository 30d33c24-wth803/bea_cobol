IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTJNTHLD01.

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

*> 账户路由归属客户(主账号在本租户的有效路由上的客户号)
01  WS-ROUTE-CUST-NO       PIC X(20).

*> 账户层面现状：有效持有人数、主持有人、现行签字规则
01  WS-HOLDER-COUNT        PIC 9(5).
01  WS-PRIM-CUST-NO        PIC X(20).
01  WS-ACCT-SIGN-RULE-CD   PIC X(02).

*> 登记簿上(租户, 主账号, 客户号)现存行
01  WS-JH-FOUND-FLG        PIC X(01).
01  WS-JH-ROLE-CD          PIC X(02).
01  WS-JH-SIGN-RULE-CD     PIC X(02).
01  WS-JH-CONSENT-FLG      PIC X(01).
01  WS-JH-VALID-FLG        PIC X(01).

*> 本次操作后的取值
01  WS-NEW-ROLE-CD         PIC X(02).
01  WS-NEW-SIGN-RULE-CD    PIC X(02).
01  WS-NEW-CONSENT-FLG     PIC X(01).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 字段级审计通用工作区(写入CUST_INFO_CHG_AUDIT，
*> 同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)；持有人登记的审计
*> 值为"主账号 角色 签字规则 归并同意 有效标志"
01  WS-AUDIT-CUST-NO       PIC X(20).
01  WS-AUDIT-FLD-NM        PIC X(30) VALUE 'JOINT_HOLDER'.
01  WS-AUDIT-OLD-VAL       PIC X(100).
01  WS-AUDIT-NEW-VAL       PIC X(100).

*> 证据链入链工作区(AUDCHAIN01)
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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTJNTHLD01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-MAIN-ACCT-NO       PIC X(20).     *> 主账号
01  REQ-CUST-NO            PIC X(20).     *> 持有人客户编号
01  REQ-HOLDER-ROLE-CD     PIC X(02).     *> 持有人角色(01主/02次；
                                          *> 登记时空白=02)
01  REQ-SIGN-RULE-CD       PIC X(02).     *> 签字规则(01任一签/02共同签；
                                          *> 空白=沿用账户现行规则)
01  REQ-MRG-CONSENT-FLG    PIC X(01).     *> 归并同意标志(Y/N；
                                          *> 登记时空白=N)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01登记/02修改/
                                          *> 03撤销)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-MAIN-ACCT-NO, REQ-CUST-NO,
          REQ-HOLDER-ROLE-CD, REQ-SIGN-RULE-CD, REQ-MRG-CONSENT-FLG,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 联名账户持有人登记簿(CUST_ACCT_JOINT_HOLDER)维护：
*> CUST_ACCT_INFO一条路由只挂一个客户号，夫妻/合伙人共同持有的
*> 账户按主账号在此登记全部持有人。一个主账号至多一名主持有人
*> (即路由归属客户)，签字规则(任一签/共同签)是账户层面的，所有
*> 持有人行保持一致。
*> 01登记：登记一名持有人(已撤销的行重新启用)；账户首次登记次
*>         持有人时自动把路由归属客户登记为主持有人
*> 02修改：改角色/签字规则/归并同意标志，签字规则改动同步到该
*>         账户全部在册持有人
*> 03撤销：撤销一名持有人；仍有次持有人时主持有人不能撤销
*> 每行变动按字段级审计写入CUST_INFO_CHG_AUDIT(字段名
*> JOINT_HOLDER)。销户(CUSTCLS01)、按账号归并(CUSTMRG02)、路由
*> 删除(MGMTCRT01)均查本登记簿
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-MAIN-ACCT-NO = SPACES
       OR REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/主账号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-HOLDER-ROLE-CD NOT = SPACES
       AND REQ-HOLDER-ROLE-CD NOT = '01'
       AND REQ-HOLDER-ROLE-CD NOT = '02'
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '持有人角色只能为01/02' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-SIGN-RULE-CD NOT = SPACES
       AND REQ-SIGN-RULE-CD NOT = '01'
       AND REQ-SIGN-RULE-CD NOT = '02'
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '签字规则只能为01/02' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-MRG-CONSENT-FLG NOT = SPACES
       AND REQ-MRG-CONSENT-FLG NOT = 'Y'
       AND REQ-MRG-CONSENT-FLG NOT = 'N'
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '归并同意标志只能为Y/N' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 柜员权限校验(客户信息维护角色'01')
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
    END-IF.

    *> 3) 主账号须在本租户有有效路由
    PERFORM READ-ACCT-ROUTE-OWNER.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4) 读取账户层面现状与本持有人现存行
    PERFORM READ-ACCT-HOLDER-STATE.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    PERFORM READ-EXISTING-HOLDER.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTJNTHLD01' TO WS-MAINTWIN-PGM-ID
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

    *> 5) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 登记
          PERFORM ADD-JOINT-HOLDER
       WHEN '02'  *> 修改
          PERFORM MODIFY-JOINT-HOLDER
       WHEN '03'  *> 撤销
          PERFORM REMOVE-JOINT-HOLDER
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 主账号在本租户的有效路由及其归属客户
READ-ACCT-ROUTE-OWNER.
    MOVE SPACES TO WS-ROUTE-CUST-NO
    EXEC SQL
        SELECT CUST_NO
          INTO :WS-ROUTE-CUST-NO
          FROM CUST_ACCT_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND MAIN_ACCT_NO = :REQ-MAIN-ACCT-NO
           AND VALID_FLG = '1'
         FETCH FIRST 1 ROW ONLY
    END-EXEC

    IF SQLCODE = 100
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '主账号在本租户无有效路由' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'READ-ACCT-ROUTE-OWNER' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_ACCT_INFO' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '账户路由查询失败' TO WS-RESP-MSG
    END-IF.

*> 账户层面现状：有效持有人数、主持有人、现行签字规则
READ-ACCT-HOLDER-STATE.
    MOVE 0 TO WS-HOLDER-COUNT
    MOVE SPACES TO WS-PRIM-CUST-NO
    MOVE SPACES TO WS-ACCT-SIGN-RULE-CD
    EXEC SQL
        SELECT COUNT(*),
               COALESCE(MIN(CASE WHEN HOLDER_ROLE_CD = '01'
                                 THEN CUST_NO END), ' '),
               COALESCE(MIN(SIGN_RULE_CD), ' ')
          INTO :WS-HOLDER-COUNT, :WS-PRIM-CUST-NO,
               :WS-ACCT-SIGN-RULE-CD
          FROM CUST_ACCT_JOINT_HOLDER
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND MAIN_ACCT_NO = :REQ-MAIN-ACCT-NO
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'READ-ACCT-HOLDER-STATE' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '联名持有人登记簿查询失败' TO WS-RESP-MSG
    END-IF.

*> 按(租户, 主账号, 客户号)读现存行，不存在时WS-JH-FOUND-FLG='N'
READ-EXISTING-HOLDER.
    MOVE 'N' TO WS-JH-FOUND-FLG
    EXEC SQL
        SELECT HOLDER_ROLE_CD, SIGN_RULE_CD, MRG_CONSENT_FLG,
               VALID_FLG
          INTO :WS-JH-ROLE-CD, :WS-JH-SIGN-RULE-CD,
               :WS-JH-CONSENT-FLG, :WS-JH-VALID-FLG
          FROM CUST_ACCT_JOINT_HOLDER
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND MAIN_ACCT_NO = :REQ-MAIN-ACCT-NO
           AND CUST_NO = :REQ-CUST-NO
    END-EXEC

    IF SQLCODE = 0
       MOVE 'Y' TO WS-JH-FOUND-FLG
       EXIT PARAGRAPH
    END-IF

    IF SQLCODE NOT = 100
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '联名持有人登记簿查询失败' TO WS-RESP-MSG
    END-IF.

*> 登记的持有人须在本租户存在且有效
CHECK-HOLDER-CUST.
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-HOLDER-CUST' TO WS-TE-PARA-NM
       MOVE 'SELECT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '客户基本信息查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-RECORD-COUNT = 0
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '客户不存在或已失效' TO WS-RESP-MSG
    END-IF.

*> 登记：主持有人只能是路由归属客户且每账户一名；首次登记次
*> 持有人时先把路由归属客户登记为主持有人，同一事务提交
ADD-JOINT-HOLDER.
    IF WS-JH-FOUND-FLG = 'Y' AND WS-JH-VALID-FLG = '1'
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '该客户已是本账户在册持有人' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-HOLDER-CUST
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    IF REQ-HOLDER-ROLE-CD = SPACES
       MOVE '02' TO WS-NEW-ROLE-CD
    ELSE
       MOVE REQ-HOLDER-ROLE-CD TO WS-NEW-ROLE-CD
    END-IF

    IF WS-NEW-ROLE-CD = '01' AND REQ-CUST-NO NOT = WS-ROUTE-CUST-NO
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '主持有人须为账户路由归属客户' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-NEW-ROLE-CD = '01' AND WS-PRIM-CUST-NO NOT = SPACES
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '本账户已有主持有人' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-NEW-ROLE-CD = '02' AND REQ-CUST-NO = WS-ROUTE-CUST-NO
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '路由归属客户须登记为主持有人' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    *> 签字规则：未指定时沿用账户现行规则，账户尚无持有人时默认
    *> 任一签
    IF REQ-SIGN-RULE-CD NOT = SPACES
       MOVE REQ-SIGN-RULE-CD TO WS-NEW-SIGN-RULE-CD
    ELSE
       IF WS-ACCT-SIGN-RULE-CD NOT = SPACES
          MOVE WS-ACCT-SIGN-RULE-CD TO WS-NEW-SIGN-RULE-CD
       ELSE
          MOVE '01' TO WS-NEW-SIGN-RULE-CD
       END-IF
    END-IF

    IF REQ-MRG-CONSENT-FLG = SPACES
       MOVE 'N' TO WS-NEW-CONSENT-FLG
    ELSE
       MOVE REQ-MRG-CONSENT-FLG TO WS-NEW-CONSENT-FLG
    END-IF

    *> 首次登记次持有人：路由归属客户自动登记为主持有人
    IF WS-NEW-ROLE-CD = '02' AND WS-PRIM-CUST-NO = SPACES
       PERFORM ADD-ROUTE-OWNER-AS-PRIMARY
       IF WS-RESP-CODE NOT = 'E99999'
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF
    END-IF

    IF WS-JH-FOUND-FLG = 'N'
       EXEC SQL
           INSERT INTO CUST_ACCT_JOINT_HOLDER (
               TENANT_NO, MAIN_ACCT_NO, CUST_NO, HOLDER_ROLE_CD,
               SIGN_RULE_CD, MRG_CONSENT_FLG, VALID_FLG,
               CRT_TELR_NO, CRT_TM, UPD_TELR_NO, UPD_TM
           ) VALUES (
               :REQ-TENANT-NO, :REQ-MAIN-ACCT-NO, :REQ-CUST-NO,
               :WS-NEW-ROLE-CD, :WS-NEW-SIGN-RULE-CD,
               :WS-NEW-CONSENT-FLG, '1',
               :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP,
               :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP
           )
       END-EXEC
    ELSE
       EXEC SQL
           UPDATE CUST_ACCT_JOINT_HOLDER
              SET HOLDER_ROLE_CD = :WS-NEW-ROLE-CD,
                  SIGN_RULE_CD = :WS-NEW-SIGN-RULE-CD,
                  MRG_CONSENT_FLG = :WS-NEW-CONSENT-FLG,
                  VALID_FLG = '1',
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND MAIN_ACCT_NO = :REQ-MAIN-ACCT-NO
              AND CUST_NO = :REQ-CUST-NO
              AND VALID_FLG = '0'
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-JOINT-HOLDER' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '联名持有人登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-CUST-NO TO WS-AUDIT-CUST-NO
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    IF WS-JH-FOUND-FLG = 'Y'
       MOVE REQ-MAIN-ACCT-NO TO WS-AUDIT-OLD-VAL(1:20)
       MOVE WS-JH-ROLE-CD TO WS-AUDIT-OLD-VAL(22:2)
       MOVE WS-JH-SIGN-RULE-CD TO WS-AUDIT-OLD-VAL(25:2)
       MOVE WS-JH-CONSENT-FLG TO WS-AUDIT-OLD-VAL(28:1)
       MOVE WS-JH-VALID-FLG TO WS-AUDIT-OLD-VAL(30:1)
    END-IF
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    MOVE REQ-MAIN-ACCT-NO TO WS-AUDIT-NEW-VAL(1:20)
    MOVE WS-NEW-ROLE-CD TO WS-AUDIT-NEW-VAL(22:2)
    MOVE WS-NEW-SIGN-RULE-CD TO WS-AUDIT-NEW-VAL(25:2)
    MOVE WS-NEW-CONSENT-FLG TO WS-AUDIT-NEW-VAL(28:1)
    MOVE '1' TO WS-AUDIT-NEW-VAL(30:1)
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    *> 指定了与账户现行规则不同的签字规则：同步到其余持有人
    IF WS-ACCT-SIGN-RULE-CD NOT = SPACES
       AND WS-NEW-SIGN-RULE-CD NOT = WS-ACCT-SIGN-RULE-CD
       PERFORM SYNC-ACCT-SIGN-RULE
       IF WS-RESP-CODE NOT = 'E99999'
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-JOINT-HOLDER' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '联名持有人登记成功' TO WS-RESP-MSG.

*> 路由归属客户登记为主持有人(其已撤销的行重新启用)，随次持有人
*> 的登记同一事务
ADD-ROUTE-OWNER-AS-PRIMARY.
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_ACCT_JOINT_HOLDER
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND MAIN_ACCT_NO = :REQ-MAIN-ACCT-NO
           AND CUST_NO = :WS-ROUTE-CUST-NO
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-ROUTE-OWNER-AS-PRIMARY' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '联名持有人登记簿查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-RECORD-COUNT = 0
       EXEC SQL
           INSERT INTO CUST_ACCT_JOINT_HOLDER (
               TENANT_NO, MAIN_ACCT_NO, CUST_NO, HOLDER_ROLE_CD,
               SIGN_RULE_CD, MRG_CONSENT_FLG, VALID_FLG,
               CRT_TELR_NO, CRT_TM, UPD_TELR_NO, UPD_TM
           ) VALUES (
               :REQ-TENANT-NO, :REQ-MAIN-ACCT-NO, :WS-ROUTE-CUST-NO,
               '01', :WS-NEW-SIGN-RULE-CD, 'N', '1',
               :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP,
               :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP
           )
       END-EXEC
    ELSE
       EXEC SQL
           UPDATE CUST_ACCT_JOINT_HOLDER
              SET HOLDER_ROLE_CD = '01',
                  SIGN_RULE_CD = :WS-NEW-SIGN-RULE-CD,
                  VALID_FLG = '1',
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND MAIN_ACCT_NO = :REQ-MAIN-ACCT-NO
              AND CUST_NO = :WS-ROUTE-CUST-NO
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-ROUTE-OWNER-AS-PRIMARY' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '主持有人自动登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE WS-ROUTE-CUST-NO TO WS-AUDIT-CUST-NO
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    MOVE REQ-MAIN-ACCT-NO TO WS-AUDIT-NEW-VAL(1:20)
    MOVE '01' TO WS-AUDIT-NEW-VAL(22:2)
    MOVE WS-NEW-SIGN-RULE-CD TO WS-AUDIT-NEW-VAL(25:2)
    MOVE 'N' TO WS-AUDIT-NEW-VAL(28:1)
    MOVE '1' TO WS-AUDIT-NEW-VAL(30:1)
    PERFORM AUDIT-FIELD-CHANGE.

*> 修改：角色/签字规则/归并同意标志；空白项保持原值
MODIFY-JOINT-HOLDER.
    IF WS-JH-FOUND-FLG = 'N' OR WS-JH-VALID-FLG NOT = '1'
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '该客户不是本账户在册持有人' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-HOLDER-ROLE-CD = SPACES
       MOVE WS-JH-ROLE-CD TO WS-NEW-ROLE-CD
    ELSE
       MOVE REQ-HOLDER-ROLE-CD TO WS-NEW-ROLE-CD
    END-IF
    IF REQ-SIGN-RULE-CD = SPACES
       MOVE WS-JH-SIGN-RULE-CD TO WS-NEW-SIGN-RULE-CD
    ELSE
       MOVE REQ-SIGN-RULE-CD TO WS-NEW-SIGN-RULE-CD
    END-IF
    IF REQ-MRG-CONSENT-FLG = SPACES
       MOVE WS-JH-CONSENT-FLG TO WS-NEW-CONSENT-FLG
    ELSE
       MOVE REQ-MRG-CONSENT-FLG TO WS-NEW-CONSENT-FLG
    END-IF

    *> 主持有人固定为路由归属客户：角色不随意互换
    IF WS-NEW-ROLE-CD NOT = WS-JH-ROLE-CD
       IF WS-NEW-ROLE-CD = '01'
          AND (REQ-CUST-NO NOT = WS-ROUTE-CUST-NO
               OR WS-PRIM-CUST-NO NOT = SPACES)
          MOVE 'F20007' TO WS-RESP-CODE
          MOVE '本账户已有主持有人或该客户非路由归属客户'
            TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
       IF WS-NEW-ROLE-CD = '02' AND REQ-CUST-NO = WS-ROUTE-CUST-NO
          MOVE 'F20006' TO WS-RESP-CODE
          MOVE '路由归属客户须登记为主持有人' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    END-IF

    IF WS-NEW-ROLE-CD = WS-JH-ROLE-CD
       AND WS-NEW-SIGN-RULE-CD = WS-JH-SIGN-RULE-CD
       AND WS-NEW-CONSENT-FLG = WS-JH-CONSENT-FLG
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '持有人信息无变化' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE CUST_ACCT_JOINT_HOLDER
           SET HOLDER_ROLE_CD = :WS-NEW-ROLE-CD,
               SIGN_RULE_CD = :WS-NEW-SIGN-RULE-CD,
               MRG_CONSENT_FLG = :WS-NEW-CONSENT-FLG,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND MAIN_ACCT_NO = :REQ-MAIN-ACCT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MODIFY-JOINT-HOLDER' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '联名持有人修改失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-CUST-NO TO WS-AUDIT-CUST-NO
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    MOVE REQ-MAIN-ACCT-NO TO WS-AUDIT-OLD-VAL(1:20)
    MOVE WS-JH-ROLE-CD TO WS-AUDIT-OLD-VAL(22:2)
    MOVE WS-JH-SIGN-RULE-CD TO WS-AUDIT-OLD-VAL(25:2)
    MOVE WS-JH-CONSENT-FLG TO WS-AUDIT-OLD-VAL(28:1)
    MOVE '1' TO WS-AUDIT-OLD-VAL(30:1)
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    MOVE REQ-MAIN-ACCT-NO TO WS-AUDIT-NEW-VAL(1:20)
    MOVE WS-NEW-ROLE-CD TO WS-AUDIT-NEW-VAL(22:2)
    MOVE WS-NEW-SIGN-RULE-CD TO WS-AUDIT-NEW-VAL(25:2)
    MOVE WS-NEW-CONSENT-FLG TO WS-AUDIT-NEW-VAL(28:1)
    MOVE '1' TO WS-AUDIT-NEW-VAL(30:1)
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    IF WS-NEW-SIGN-RULE-CD NOT = WS-JH-SIGN-RULE-CD
       PERFORM SYNC-ACCT-SIGN-RULE
       IF WS-RESP-CODE NOT = 'E99999'
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MODIFY-JOINT-HOLDER' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '联名持有人修改成功' TO WS-RESP-MSG.

*> 撤销：仍有其他在册持有人时主持有人不能撤销
REMOVE-JOINT-HOLDER.
    IF WS-JH-FOUND-FLG = 'N' OR WS-JH-VALID-FLG NOT = '1'
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '该客户不是本账户在册持有人' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-JH-ROLE-CD = '01' AND WS-HOLDER-COUNT > 1
       MOVE 'F20010' TO WS-RESP-CODE
       MOVE '账户仍有次持有人，主持有人不能撤销' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_ACCT_JOINT_HOLDER
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND MAIN_ACCT_NO = :REQ-MAIN-ACCT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REMOVE-JOINT-HOLDER' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '联名持有人撤销失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-CUST-NO TO WS-AUDIT-CUST-NO
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    MOVE REQ-MAIN-ACCT-NO TO WS-AUDIT-OLD-VAL(1:20)
    MOVE WS-JH-ROLE-CD TO WS-AUDIT-OLD-VAL(22:2)
    MOVE WS-JH-SIGN-RULE-CD TO WS-AUDIT-OLD-VAL(25:2)
    MOVE WS-JH-CONSENT-FLG TO WS-AUDIT-OLD-VAL(28:1)
    MOVE '1' TO WS-AUDIT-OLD-VAL(30:1)
    MOVE WS-AUDIT-OLD-VAL TO WS-AUDIT-NEW-VAL
    MOVE '0' TO WS-AUDIT-NEW-VAL(30:1)
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REMOVE-JOINT-HOLDER' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '联名持有人撤销成功' TO WS-RESP-MSG.

*> 签字规则是账户层面的：同步到该账户其余在册持有人，各行分别
*> 留审计
SYNC-ACCT-SIGN-RULE.
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    STRING REQ-MAIN-ACCT-NO     DELIMITED BY SIZE
           ' SIGN '             DELIMITED BY SIZE
           WS-ACCT-SIGN-RULE-CD DELIMITED BY SIZE
      INTO WS-AUDIT-OLD-VAL
    END-STRING
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING REQ-MAIN-ACCT-NO     DELIMITED BY SIZE
           ' SIGN '             DELIMITED BY SIZE
           WS-NEW-SIGN-RULE-CD  DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING

    EXEC SQL
        UPDATE CUST_ACCT_JOINT_HOLDER
           SET SIGN_RULE_CD = :WS-NEW-SIGN-RULE-CD,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND MAIN_ACCT_NO = :REQ-MAIN-ACCT-NO
           AND CUST_NO <> :REQ-CUST-NO
           AND VALID_FLG = '1'
           AND SIGN_RULE_CD <> :WS-NEW-SIGN-RULE-CD
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SYNC-ACCT-SIGN-RULE' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '账户签字规则同步失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    *> 账户层面的签字规则变更在主持有人(路由归属客户)名下另记
    *> 一行审计
    IF REQ-CUST-NO NOT = WS-ROUTE-CUST-NO
       MOVE WS-ROUTE-CUST-NO TO WS-AUDIT-CUST-NO
       PERFORM AUDIT-FIELD-CHANGE
    END-IF.

*> 字段级审计(同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)，审计行挂在
*> WS-AUDIT-CUST-NO名下
AUDIT-FIELD-CHANGE.
    IF WS-AUDIT-OLD-VAL NOT = WS-AUDIT-NEW-VAL
       MOVE SPACES TO WS-CHAIN-CONTENT
       MOVE WS-AUDIT-CUST-NO TO WS-CHAIN-AUD-CUST-NO
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
                  :WS-AUDIT-CUST-NO, :WS-AUDIT-FLD-NM,
                  :WS-AUDIT-OLD-VAL, :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
                  :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                  :WS-CHAIN-ROW-HASH
              )
          END-EXEC
       END-IF
       IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'AUDIT-FIELD-CHANGE' TO WS-TE-PARA-NM
          MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
          MOVE 'E12008' TO WS-RESP-CODE
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
