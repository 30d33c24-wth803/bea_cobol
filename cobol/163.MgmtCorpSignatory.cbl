IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTCORPSIGN01.

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
01  WS-OPER-TYPE           PIC X(03).
01  WS-CUST-TYP-CD         PIC X(02).

*> 经办人名单筛查工作区(同CRTCORP01/SCREEN-ONBOARDING-LISTS)：
*> 命中管控名单/黑名单拒绝登记，命中灰/白名单登记照常并告警
01  WS-SCRN-CTRL-COUNT     PIC 9(5).
01  WS-SCRN-BLK-COUNT      PIC 9(5).
01  WS-SCRN-GREY-COUNT     PIC 9(5).
01  WS-SCRN-WARN-FLG       PIC X(01).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 消息本地化工作区(同MGMT-CORP-CUST-INFO)
01  WS-MSG-EN              PIC X(50).
01  WS-MSG-CN              PIC X(50).

*> 签字人证件号码令牌化工作区(CRTFTOKEN01)：登记簿中的证件号码一律
*> 以令牌存放，名单比对同样按令牌
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'T'.
01  WS-SIGNER-CRTF-TOKEN   PIC X(20) VALUE SPACES.
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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCORPSIGN01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 企业/机构客户编号
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-SIGNER-NM          PIC X(60).     *> 授权签字人/经办人姓名
01  REQ-SIGNER-CRTF-TYP-CD PIC X(02).     *> 签字人证件类型代码
01  REQ-SIGNER-CRTF-NO     PIC X(20).     *> 签字人证件号码
01  REQ-SIGNER-CRTF-MATR-DT
                           PIC X(08).     *> 签字人证件到期日(YYYYMMDD)
01  REQ-AUTH-SCOPE-CD      PIC X(02).     *> 授权范围代码(01账户经办/
                                          *> 02指令签字/03经办及签字)
01  REQ-SGL-INSTR-LMT-AMT  PIC 9(10)V99.  *> 单笔指令金额上限(0为不限)
01  REQ-EFFT-DT            PIC X(08).     *> 授权生效日期(YYYYMMDD)
01  REQ-INVALID-DT         PIC X(08).     *> 授权失效日期(YYYYMMDD，可空)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/03删除)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号
01  REQ-LANG-CD            PIC X(02).     *> 响应消息语言标志('EN'英文/其余中文)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-CUST-NO, REQ-TENANT-NO, REQ-SIGNER-NM,
          REQ-SIGNER-CRTF-TYP-CD, REQ-SIGNER-CRTF-NO,
          REQ-SIGNER-CRTF-MATR-DT, REQ-AUTH-SCOPE-CD,
          REQ-SGL-INSTR-LMT-AMT, REQ-EFFT-DT, REQ-INVALID-DT,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO, REQ-LANG-CD,
          RESP-CODE, RESP-MSG.

*> 对公授权签字人/经办人登记维护：对公客户此前只知道法定代表人
*> 与受益所有人，不知道谁有权代企业操作账户、签署指令、限额多少。
*> 登记簿CORP_AUTH_SIGNATORY按(企业, 签字人证件)一行，带授权
*> 范围、单笔指令上限与授权起止日；新增时按证件筛查名单。代企业
*> 办理时由共享检查SIGNRCHK01核实经办人为当前有效签字人，证件
*> 到期由CRTFEXPIRE01一并监控
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-MSG-EN
    MOVE '处理错误' TO WS-MSG-CN
    PERFORM SET-LOCALIZED-MSG
    MOVE 0 TO WS-RECORD-COUNT
    MOVE 'N' TO WS-SCRN-WARN-FLG

    *> 1) 参数基础校验
    IF REQ-CUST-NO = SPACES OR REQ-TENANT-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE 'Customer/tenant number is required' TO WS-MSG-EN
       MOVE '客户编号/租户号不能为空' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-SIGNER-CRTF-NO = SPACES OR REQ-SIGNER-CRTF-TYP-CD = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE 'Signatory certificate is required' TO WS-MSG-EN
       MOVE '签字人证件信息不能为空' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1.5) 签字人证件号码令牌化
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-SIGNER-CRTF-NO,
                             WS-SIGNER-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE 'Certificate number tokenization failed' TO WS-MSG-EN
       MOVE WS-TOKEN-RESP-MSG TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF (REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02')
       AND (REQ-SIGNER-NM = SPACES OR REQ-EFFT-DT = SPACES
            OR (REQ-AUTH-SCOPE-CD NOT = '01'
                AND REQ-AUTH-SCOPE-CD NOT = '02'
                AND REQ-AUTH-SCOPE-CD NOT = '03'))
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE 'Signatory name/scope/date required' TO WS-MSG-EN
       MOVE '签字人姓名/授权范围/生效日期不能为空或非法' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF (REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02')
       AND REQ-INVALID-DT NOT = SPACES
       AND REQ-INVALID-DT < REQ-EFFT-DT
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE 'Invalid date before effective date' TO WS-MSG-EN
       MOVE '授权失效日期早于生效日期' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'MOD' TO WS-OPER-TYPE
       WHEN '03'  *> 删除(逻辑删除)
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE 'Invalid operation type' TO WS-MSG-EN
          MOVE '非法操作标志' TO WS-MSG-CN
          PERFORM SET-LOCALIZED-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 2.5) 柜员权限校验(签字人维护须普通柜员角色'01'，同
    *>      MGMTSIGNREL01)
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

    *> 3) 客户须为在网有效的对公客户(同MGMT-CORP-CUST-INFO的判定)
    EXEC SQL
        SELECT CUST_TYP_CD INTO :WS-CUST-TYP-CD
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'F20000' TO WS-RESP-CODE
       MOVE 'Customer not found' TO WS-MSG-EN
       MOVE '未找到客户信息' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-CUST-TYP-CD NOT = '02' AND WS-CUST-TYP-CD NOT = '03'
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE 'Customer type is not corporate' TO WS-MSG-EN
       MOVE '客户类型不是对公客户' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCORPSIGN01' TO WS-MAINTWIN-PGM-ID
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

    *> 4) 新增时先做名单筛查，命中管控/黑名单不予登记
    IF WS-OPER-TYPE = 'ADD'
       PERFORM SCREEN-SIGNER-LISTS
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 5) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE 'Transaction start failed' TO WS-MSG-EN
       MOVE '事务启动失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 6) 根据操作类型执行相应操作
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          PERFORM ADD-SIGNATORY
       WHEN 'MOD'
          PERFORM MOD-SIGNATORY
       WHEN 'DEL'
          PERFORM DEL-SIGNATORY
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 7) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE 'Commit failed' TO WS-MSG-EN
       MOVE '事务提交失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 8) 成功返回(命中灰/白名单的以告警码回送，登记已生效)
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE 'Signatory registered' TO WS-MSG-EN
          MOVE '授权签字人登记成功' TO WS-MSG-CN
       WHEN 'MOD'
          MOVE 'Signatory updated' TO WS-MSG-EN
          MOVE '授权签字人修改成功' TO WS-MSG-CN
       WHEN 'DEL'
          MOVE 'Signatory removed' TO WS-MSG-EN
          MOVE '授权签字人删除成功' TO WS-MSG-CN
    END-EVALUATE.
    IF WS-SCRN-WARN-FLG = 'Y'
       MOVE 'W20121' TO WS-RESP-CODE
       MOVE 'Signatory registered, watchlist hit' TO WS-MSG-EN
       MOVE '授权签字人登记成功，证件命中关注名单' TO WS-MSG-CN
    END-IF.
    PERFORM SET-LOCALIZED-MSG.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 签字人名单筛查：命中有效管控名单(PERSONAL_CUSTOMER_LIST
*> CTRL_FLG='1')或境外取现黑名单时拒绝登记；命中非管控(灰/白)
*> 名单仅置告警标志
SCREEN-SIGNER-LISTS.
    MOVE 0 TO WS-SCRN-CTRL-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-SCRN-CTRL-COUNT
          FROM PERSONAL_CUSTOMER_LIST
         WHERE CRTF_TYP_CD = :REQ-SIGNER-CRTF-TYP-CD
           AND CRTF_NO = :WS-SIGNER-CRTF-TOKEN
           AND CTRL_FLG = '1'
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-SIGNER-LISTS' TO WS-TE-PARA-NM
       MOVE 'SELECT PERSONAL_CUSTOMER_LIST' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE 'Signatory screening failed' TO WS-MSG-EN
       MOVE '签字人名单筛查失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-SCRN-BLK-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-SCRN-BLK-COUNT
          FROM OVS_CASH_WITHDR_BLK
         WHERE CRTF_TYP_CD = :REQ-SIGNER-CRTF-TYP-CD
           AND CRTF_NO = :WS-SIGNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-SIGNER-LISTS' TO WS-TE-PARA-NM
       MOVE 'SELECT OVS_CASH_WITHDR_BLK' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE 'Signatory screening failed' TO WS-MSG-EN
       MOVE '签字人名单筛查失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-SCRN-CTRL-COUNT > 0 OR WS-SCRN-BLK-COUNT > 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE 'Signatory hits control list' TO WS-MSG-EN
       MOVE '签字人证件命中管控名单或黑名单，不予登记' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-SCRN-GREY-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-SCRN-GREY-COUNT
          FROM PERSONAL_CUSTOMER_LIST
         WHERE CRTF_TYP_CD = :REQ-SIGNER-CRTF-TYP-CD
           AND CRTF_NO = :WS-SIGNER-CRTF-TOKEN
           AND CTRL_FLG NOT = '1'
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-SCRN-GREY-COUNT > 0
       MOVE 'Y' TO WS-SCRN-WARN-FLG
    END-IF.

*> 新增授权签字人记录(同一企业下按证件唯一)
ADD-SIGNATORY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CORP_AUTH_SIGNATORY
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND SIGNER_CRTF_TYP_CD = :REQ-SIGNER-CRTF-TYP-CD
           AND SIGNER_CRTF_NO = :WS-SIGNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE 'Signatory already registered' TO WS-MSG-EN
       MOVE '该授权签字人已登记' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CORP_AUTH_SIGNATORY (
            TENANT_NO, CUST_NO, SIGNER_NM, SIGNER_CRTF_TYP_CD,
            SIGNER_CRTF_NO, SIGNER_CRTF_MATR_DT, AUTH_SCOPE_CD,
            SGL_INSTR_LMT_AMT, EFFT_DT, INVALID_DT, SCRN_WARN_FLG,
            VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-SIGNER-NM,
            :REQ-SIGNER-CRTF-TYP-CD, :WS-SIGNER-CRTF-TOKEN,
            :REQ-SIGNER-CRTF-MATR-DT, :REQ-AUTH-SCOPE-CD,
            :REQ-SGL-INSTR-LMT-AMT, :REQ-EFFT-DT, :REQ-INVALID-DT,
            :WS-SCRN-WARN-FLG, '1', :REQ-OPER-TELR-NO,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-SIGNATORY' TO WS-TE-PARA-NM
       MOVE 'INSERT CORP_AUTH_SIGNATORY' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE 'Signatory insert failed' TO WS-MSG-EN
       MOVE '授权签字人登记失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 修改授权签字人记录(姓名/证件到期日/授权范围/限额/有效期)
MOD-SIGNATORY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CORP_AUTH_SIGNATORY
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND SIGNER_CRTF_TYP_CD = :REQ-SIGNER-CRTF-TYP-CD
           AND SIGNER_CRTF_NO = :WS-SIGNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE 'Signatory not registered' TO WS-MSG-EN
       MOVE '该授权签字人未登记' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CORP_AUTH_SIGNATORY
           SET SIGNER_NM = :REQ-SIGNER-NM,
               SIGNER_CRTF_MATR_DT = :REQ-SIGNER-CRTF-MATR-DT,
               AUTH_SCOPE_CD = :REQ-AUTH-SCOPE-CD,
               SGL_INSTR_LMT_AMT = :REQ-SGL-INSTR-LMT-AMT,
               EFFT_DT = :REQ-EFFT-DT,
               INVALID_DT = :REQ-INVALID-DT,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND SIGNER_CRTF_TYP_CD = :REQ-SIGNER-CRTF-TYP-CD
           AND SIGNER_CRTF_NO = :WS-SIGNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-SIGNATORY' TO WS-TE-PARA-NM
       MOVE 'UPDATE CORP_AUTH_SIGNATORY' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE 'Signatory update failed' TO WS-MSG-EN
       MOVE '授权签字人修改失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 删除授权签字人记录(逻辑删除，设置有效标志为0)
DEL-SIGNATORY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CORP_AUTH_SIGNATORY
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND SIGNER_CRTF_TYP_CD = :REQ-SIGNER-CRTF-TYP-CD
           AND SIGNER_CRTF_NO = :WS-SIGNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE 'Signatory not registered' TO WS-MSG-EN
       MOVE '该授权签字人未登记' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CORP_AUTH_SIGNATORY
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND SIGNER_CRTF_TYP_CD = :REQ-SIGNER-CRTF-TYP-CD
           AND SIGNER_CRTF_NO = :WS-SIGNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-SIGNATORY' TO WS-TE-PARA-NM
       MOVE 'UPDATE CORP_AUTH_SIGNATORY' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE 'Signatory delete failed' TO WS-MSG-EN
       MOVE '授权签字人删除失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 按REQ-LANG-CD将WS-MSG-EN/WS-MSG-CN中的一个落到WS-RESP-MSG
*> (同MGMT-CORP-CUST-INFO)
SET-LOCALIZED-MSG.
    IF REQ-LANG-CD = 'EN'
       MOVE WS-MSG-EN TO WS-RESP-MSG
    ELSE
       MOVE WS-MSG-CN TO WS-RESP-MSG
    END-IF.

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
