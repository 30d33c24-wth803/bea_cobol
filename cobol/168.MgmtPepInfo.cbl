IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTPEP01.

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
01  WS-CURRENT-DATE        PIC X(08).
01  WS-CUST-TYP-CD         PIC X(02).
01  WS-END-DT              PIC X(08).

*> 修改/终止/复认前的PEP登记快照(写CUST_INFO_CHG_AUDIT用)
01  WS-OLD-PEP-CATG-CD     PIC X(02).
01  WS-OLD-PSTN-DESC       PIC X(60).
01  WS-OLD-START-DT        PIC X(08).
01  WS-OLD-END-DT          PIC X(08).
01  WS-OLD-LAST-CFM-DT     PIC X(08).

*> 关联人自动标识工作区：按CUST_RELATION_INFO逐个取出PEP本人的
*> 在网关系客户，尚未标识为"该PEP的关联人"者补登类型'2'
01  WS-FETCH-SQLCODE       PIC S9(9) COMP-4.
01  WS-PEP-CATG-CD         PIC X(02).
01  WS-RELA-CUST-NO        PIC X(10).
01  WS-RELA-TYP-CD         PIC X(02).
01  WS-RELA-FLAG-COUNT     PIC 9(3).

*> 高风险评定工作区：PEP本人及其关联人一律评为高风险'H'，当前
*> 等级落CUST_RISK_RATING、历史落CUST_RISK_RATING_HIST(口径同
*> MGMTRISKLVL01)，评定依据写明PEP事由
01  WS-RISK-CUST-NO        PIC X(10).
01  WS-RISK-CUST-TYP-CD    PIC X(02).
01  WS-RISK-ORG-NO         PIC X(20) VALUE 'MGMTPEP01'.
01  WS-RISK-COMNT          PIC X(100).

*> 字段级审计通用工作区(写入CUST_INFO_CHG_AUDIT，
*> 同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)
01  WS-AUDIT-CUST-NO       PIC X(10).
01  WS-AUDIT-FLD-NM        PIC X(30).
01  WS-AUDIT-OLD-VAL       PIC X(100).
01  WS-AUDIT-NEW-VAL       PIC X(100).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTPEP01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(10).     *> 客户编号(PEP本人)
01  REQ-PEP-CATG-CD        PIC X(02).     *> PEP类别(01境内/02境外/
                                          *> 03国际组织)
01  REQ-PSTN-DESC          PIC X(60).     *> 担任职务描述
01  REQ-INFO-SORC-CD       PIC X(02).     *> 信息来源(01客户自述/
                                          *> 02公开信息/03第三方名单库/
                                          *> 99其他)
01  REQ-START-DT           PIC X(08).     *> 任职起始日期(YYYYMMDD)
01  REQ-END-DT             PIC X(08).     *> 任职结束日期(可空=仍在任)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01认定/02修改/
                                          *> 03解除认定/04年度复认/
                                          *> 05关联人同步)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号(合规岗)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-PEP-CATG-CD,
          REQ-PSTN-DESC, REQ-INFO-SORC-CD, REQ-START-DT,
          REQ-END-DT, REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG.

*> 政治公众人物(PEP)认定维护：合规岗把对私客户认定为境内/境外/
*> 国际组织PEP，登记职务、信息来源与任职起止日期，落
*> CUST_PEP_INFO(PEP_TYP_CD '1'本人)。认定时经CUST_RELATION_INFO
*> 把其配偶/父母/子女/家庭成员自动标识为PEP关联人(PEP_TYP_CD
*> '2'，RELA_PEP_CUST_NO指向PEP本人)，本人与关联人一律评为高
*> 风险落CUST_RISK_RATING。PEP每年须复认(04)，逾期未复认者由
*> PEPRECFM01列清单；MGMTCUSTRELA01新增关系后以05同步关联人。
*> 开户环节申报为PEP的客户由CRTPERC01送高管复核后开立
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RELA-FLAG-COUNT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02'
       PERFORM VALIDATE-PEP-TERMS
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 柜员权限校验(合规岗角色'09')。05关联人同步只会增加
    *>    标识、收紧管控，由MGMTCUSTRELA01在关系落地后以其柜员
    *>    发起，不要求合规角色
    IF REQ-OPER-TYP-CD NOT = '05'
       MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
       MOVE '09' TO WS-AUTHCHK-ROLE-CD
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
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外；
    *> 关联人同步(05)已随MGMTCUSTRELA01核对)
    IF REQ-OPER-TYP-CD NOT = '05'
       MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
       MOVE 'MGMTPEP01' TO WS-MAINTWIN-PGM-ID
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
    END-IF

    *> 3) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 认定
          PERFORM DESIGNATE-PEP
       WHEN '02'  *> 修改
          PERFORM MODIFY-PEP
       WHEN '03'  *> 解除认定
          PERFORM END-PEP
       WHEN '04'  *> 年度复认
          PERFORM RECONFIRM-PEP
       WHEN '05'  *> 关联人同步
          PERFORM SYNC-PEP-RELATED
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 认定条款校验：类别/职务/来源/起始日期必填，类别与来源须为
*> 合法代码，日期须为8位数字，结束日期(如有)不早于起始日期
VALIDATE-PEP-TERMS.
    IF REQ-PEP-CATG-CD = SPACES OR REQ-PSTN-DESC = SPACES
       OR REQ-INFO-SORC-CD = SPACES OR REQ-START-DT = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE 'PEP类别/职务/信息来源/起始日期不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-PEP-CATG-CD NOT = '01' AND REQ-PEP-CATG-CD NOT = '02'
       AND REQ-PEP-CATG-CD NOT = '03'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '非法PEP类别代码' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-INFO-SORC-CD NOT = '01' AND REQ-INFO-SORC-CD NOT = '02'
       AND REQ-INFO-SORC-CD NOT = '03' AND REQ-INFO-SORC-CD NOT = '99'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '非法PEP信息来源代码' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-START-DT IS NOT NUMERIC
       OR (REQ-END-DT NOT = SPACES AND REQ-END-DT IS NOT NUMERIC)
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '任职起止日期须为8位日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-END-DT NOT = SPACES AND REQ-END-DT < REQ-START-DT
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '任职结束日期不能早于起始日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

*> 认定：客户须为在网有效的对私客户且尚无在力的PEP本人登记；
*> 登记、本人高风险评定、关联人标识与评定同一事务落地
DESIGNATE-PEP.
    MOVE SPACES TO WS-CUST-TYP-CD
    EXEC SQL
        SELECT CUST_TYP_CD INTO :WS-CUST-TYP-CD
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '客户不存在或已无效' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    *> 对私类型标准码为'01'，历史存量'0'并行接受(同MGMT-PER-CUST-INFO)
    IF WS-CUST-TYP-CD NOT = '0' AND WS-CUST-TYP-CD NOT = '01'
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE 'PEP认定仅适用于对私客户' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_PEP_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND PEP_TYP_CD = '1'
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '客户已有在力的PEP认定，请走修改' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DESIGNATE-PEP' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_PEP_INFO (
            TENANT_NO, CUST_NO, PEP_TYP_CD, PEP_CATG_CD, PSTN_DESC,
            INFO_SORC_CD, START_DT, END_DT, LAST_CFM_DT,
            RELA_PEP_CUST_NO, RELA_TYP_CD, STATUS_CD,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, '1', :REQ-PEP-CATG-CD,
            :REQ-PSTN-DESC, :REQ-INFO-SORC-CD, :REQ-START-DT,
            :REQ-END-DT, :WS-CURRENT-DATE, ' ', ' ', '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DESIGNATE-PEP' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE 'PEP认定登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE REQ-CUST-NO TO WS-AUDIT-CUST-NO
    MOVE 'PEP_STATUS' TO WS-AUDIT-FLD-NM
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING '1 ' DELIMITED BY SIZE
           REQ-PEP-CATG-CD DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           REQ-PSTN-DESC DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-CUST-NO TO WS-RISK-CUST-NO
    MOVE SPACES TO WS-RISK-COMNT
    STRING 'PEP认定(类别' DELIMITED BY SIZE
           REQ-PEP-CATG-CD DELIMITED BY SIZE
           '):' DELIMITED BY SIZE
           REQ-PSTN-DESC DELIMITED BY SIZE
      INTO WS-RISK-COMNT
    END-STRING
    PERFORM SET-PEP-HIGH-RISK
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-PEP-CATG-CD TO WS-PEP-CATG-CD
    PERFORM PROPAGATE-PEP-RELATED
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DESIGNATE-PEP' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE SPACES TO WS-RESP-MSG
    STRING 'PEP认定成功，标识关联人数:' DELIMITED BY SIZE
           WS-RELA-FLAG-COUNT DELIMITED BY SIZE
      INTO WS-RESP-MSG
    END-STRING.

*> 修改：在力的PEP本人登记改类别/职务/来源/起止日期
MODIFY-PEP.
    PERFORM READ-ACTIVE-PEP
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MODIFY-PEP' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_PEP_INFO
           SET PEP_CATG_CD = :REQ-PEP-CATG-CD,
               PSTN_DESC = :REQ-PSTN-DESC,
               INFO_SORC_CD = :REQ-INFO-SORC-CD,
               START_DT = :REQ-START-DT,
               END_DT = :REQ-END-DT,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND PEP_TYP_CD = '1'
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MODIFY-PEP' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE 'PEP认定修改失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE REQ-CUST-NO TO WS-AUDIT-CUST-NO
    MOVE 'PEP_INFO' TO WS-AUDIT-FLD-NM
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    STRING WS-OLD-PEP-CATG-CD DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-OLD-START-DT DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           WS-OLD-END-DT DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-OLD-PSTN-DESC DELIMITED BY SIZE
      INTO WS-AUDIT-OLD-VAL
    END-STRING
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING REQ-PEP-CATG-CD DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           REQ-START-DT DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           REQ-END-DT DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           REQ-PSTN-DESC DELIMITED BY SIZE
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
       MOVE 'MODIFY-PEP' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE 'PEP认定修改成功' TO WS-RESP-MSG.

*> 解除认定：本人登记与由其派生的关联人标识一并置'0'。已评的
*> 高风险等级不自动下调——降级须合规岗经MGMTRISKLVL01重评
END-PEP.
    PERFORM READ-ACTIVE-PEP
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    IF REQ-END-DT NOT = SPACES
       MOVE REQ-END-DT TO WS-END-DT
    ELSE
       MOVE WS-CURRENT-DATE TO WS-END-DT
    END-IF

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'END-PEP' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_PEP_INFO
           SET STATUS_CD = '0',
               END_DT = :WS-END-DT,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND PEP_TYP_CD = '1'
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'END-PEP' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE 'PEP认定解除失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_PEP_INFO
           SET STATUS_CD = '0',
               END_DT = :WS-END-DT,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND RELA_PEP_CUST_NO = :REQ-CUST-NO
           AND PEP_TYP_CD = '2'
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'END-PEP' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE 'PEP关联人标识解除失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE REQ-CUST-NO TO WS-AUDIT-CUST-NO
    MOVE 'PEP_STATUS' TO WS-AUDIT-FLD-NM
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    STRING '1 ' DELIMITED BY SIZE
           WS-OLD-PEP-CATG-CD DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-OLD-PSTN-DESC DELIMITED BY SIZE
      INTO WS-AUDIT-OLD-VAL
    END-STRING
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING '0 ' DELIMITED BY SIZE
           WS-END-DT DELIMITED BY SIZE
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
       MOVE 'END-PEP' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE 'PEP认定已解除' TO WS-RESP-MSG.

*> 年度复认：合规岗核实PEP身份仍然成立，复认日期记为今天，
*> PEPRECFM01据此判断是否逾期
RECONFIRM-PEP.
    PERFORM READ-ACTIVE-PEP
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RECONFIRM-PEP' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_PEP_INFO
           SET LAST_CFM_DT = :WS-CURRENT-DATE,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND PEP_TYP_CD = '1'
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RECONFIRM-PEP' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE 'PEP复认登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE REQ-CUST-NO TO WS-AUDIT-CUST-NO
    MOVE 'PEP_LAST_CFM_DT' TO WS-AUDIT-FLD-NM
    MOVE WS-OLD-LAST-CFM-DT TO WS-AUDIT-OLD-VAL
    MOVE WS-CURRENT-DATE TO WS-AUDIT-NEW-VAL
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RECONFIRM-PEP' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE 'PEP年度复认成功' TO WS-RESP-MSG.

*> 关联人同步：客户是在力PEP本人时，把其当前关系客户中尚未
*> 标识者补登为关联人并评为高风险；不是PEP则无事可做
SYNC-PEP-RELATED.
    MOVE SPACES TO WS-PEP-CATG-CD
    EXEC SQL
        SELECT PEP_CATG_CD INTO :WS-PEP-CATG-CD
          FROM CUST_PEP_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND PEP_TYP_CD = '1'
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE = 100
       MOVE '000000' TO WS-RESP-CODE
       MOVE '客户不是在力PEP，无需同步' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SYNC-PEP-RELATED' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE 'PEP登记读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SYNC-PEP-RELATED' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM PROPAGATE-PEP-RELATED
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SYNC-PEP-RELATED' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE SPACES TO WS-RESP-MSG
    STRING 'PEP关联人同步完成，新标识:' DELIMITED BY SIZE
           WS-RELA-FLAG-COUNT DELIMITED BY SIZE
      INTO WS-RESP-MSG
    END-STRING.

*> 读取在力的PEP本人登记(修改/解除/复认的前提)，留旧值快照
READ-ACTIVE-PEP.
    EXEC SQL
        SELECT PEP_CATG_CD, PSTN_DESC, START_DT,
               COALESCE(END_DT, ' '), COALESCE(LAST_CFM_DT, ' ')
          INTO :WS-OLD-PEP-CATG-CD, :WS-OLD-PSTN-DESC,
               :WS-OLD-START-DT, :WS-OLD-END-DT, :WS-OLD-LAST-CFM-DT
          FROM CUST_PEP_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND PEP_TYP_CD = '1'
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '客户无在力的PEP认定' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'READ-ACTIVE-PEP' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE 'PEP登记读取失败' TO WS-RESP-MSG
    END-IF.

*> 经CUST_RELATION_INFO取PEP本人的在网关系客户(配偶/父母/子女/
*> 家庭成员)，逐个标识为关联人。须在调用方事务内执行
PROPAGATE-PEP-RELATED.
    EXEC SQL
        DECLARE PEP-RELA-CUR CURSOR FOR
        SELECT RELA_CUST_NO, RELA_TYP_CD
          FROM CUST_RELATION_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
         ORDER BY RELA_CUST_NO
    END-EXEC.

    EXEC SQL OPEN PEP-RELA-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'PROPAGATE-PEP-RELATED' TO WS-TE-PARA-NM
       MOVE 'OPEN PEP-RELA-CUR' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE 'PEP关联关系游标打开失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
                  OR WS-RESP-CODE NOT = 'E99999'
       EXEC SQL
           FETCH PEP-RELA-CUR
            INTO :WS-RELA-CUST-NO, :WS-RELA-TYP-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM FLAG-ONE-RELATED
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE PEP-RELA-CUR END-EXEC.

*> 标识一个关联人：同一PEP下已有在力关联人标识则跳过(重复同步
*> 不重复评级)，否则登记类型'2'并评为高风险
FLAG-ONE-RELATED.
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_PEP_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :WS-RELA-CUST-NO
           AND PEP_TYP_CD = '2'
           AND RELA_PEP_CUST_NO = :REQ-CUST-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'FLAG-ONE-RELATED' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE 'PEP关联人标识检查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-RECORD-COUNT > 0
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_PEP_INFO (
            TENANT_NO, CUST_NO, PEP_TYP_CD, PEP_CATG_CD, PSTN_DESC,
            INFO_SORC_CD, START_DT, END_DT, LAST_CFM_DT,
            RELA_PEP_CUST_NO, RELA_TYP_CD, STATUS_CD,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :WS-RELA-CUST-NO, '2', :WS-PEP-CATG-CD,
            ' ', '04', :WS-CURRENT-DATE, ' ', :WS-CURRENT-DATE,
            :REQ-CUST-NO, :WS-RELA-TYP-CD, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'FLAG-ONE-RELATED' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE 'PEP关联人标识登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE WS-RELA-CUST-NO TO WS-AUDIT-CUST-NO
    MOVE 'PEP_STATUS' TO WS-AUDIT-FLD-NM
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING '2 ' DELIMITED BY SIZE
           REQ-CUST-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-RELA-TYP-CD DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    MOVE WS-RELA-CUST-NO TO WS-RISK-CUST-NO
    MOVE SPACES TO WS-RISK-COMNT
    STRING 'PEP关联人(PEP客户' DELIMITED BY SIZE
           REQ-CUST-NO DELIMITED BY SIZE
           ' 关系' DELIMITED BY SIZE
           WS-RELA-TYP-CD DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
      INTO WS-RISK-COMNT
    END-STRING
    PERFORM SET-PEP-HIGH-RISK
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-RELA-FLAG-COUNT.

*> 高风险评定(WS-RISK-CUST-NO/WS-RISK-COMNT)：失效原当前等级、
*> 写入'H'当前等级并追加历史，步骤同MGMTRISKLVL01，在调用方
*> 事务内执行
SET-PEP-HIGH-RISK.
    MOVE SPACES TO WS-RISK-CUST-TYP-CD
    EXEC SQL
        SELECT CUST_TYP_CD INTO :WS-RISK-CUST-TYP-CD
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :WS-RISK-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
    END-EXEC.

    EXEC SQL
        UPDATE CUST_RISK_RATING
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :WS-RISK-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SET-PEP-HIGH-RISK' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_RISK_RATING' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '原风险等级记录失效失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_RISK_RATING (
            CUST_NO, CUST_TYP_CD, CUST_ATTN_EXTT_CD, EVALT_DT,
            RELS_DT, RELS_OR_ISU_ORG_NO, EVALT_ACRDGAS_COMNT,
            VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :WS-RISK-CUST-NO, :WS-RISK-CUST-TYP-CD, 'H',
            :WS-CURRENT-DATE, :WS-CURRENT-DATE, :WS-RISK-ORG-NO,
            :WS-RISK-COMNT, '1', :REQ-OPER-TELR-NO,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SET-PEP-HIGH-RISK' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_RISK_RATING' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE 'PEP高风险评定写入失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_RISK_RATING_HIST (
            CUST_NO, CUST_ATTN_EXTT_CD, EVALT_DT,
            RELS_OR_ISU_ORG_NO, EVALT_ACRDGAS_COMNT,
            CRT_TELR_NO, CRT_TM
        ) VALUES (
            :WS-RISK-CUST-NO, 'H', :WS-CURRENT-DATE,
            :WS-RISK-ORG-NO, :WS-RISK-COMNT,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SET-PEP-HIGH-RISK' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_RISK_RATING_HIST' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE 'PEP风险评定历史写入失败' TO WS-RESP-MSG
    END-IF.

*> 字段级审计(同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)
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
                  :WS-AUDIT-CUST-NO, :WS-AUDIT-FLD-NM, :WS-AUDIT-OLD-VAL,
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
