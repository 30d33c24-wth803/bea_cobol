*> 成年判定线：当前日期减18年，出生日期晚于该线者为未成年人
01  WS-ADULT-CUTOFF-DT     PIC 9(08).
01  WS-GRDN-STUS-CD        PIC X(01).
*> 联网核查状态：居民身份证开户置'0'待核查，由IDVREQ01送公安
*> 联网核查、IDVRESP01回写结果；其他证件不走联网核查(空白)
01  WS-IDV-STUS-CD         PIC X(01).
01  WS-TENANT-PARAM-VAL    PIC X(10).

*> 拼音索引建立(PHONIDX01)工作区：其REQ-CUST-NO为X(20)，按
01  WS-SCREEN-BLK-COUNT    PIC 9(5).
01  WS-SCREEN-GREY-COUNT   PIC 9(5).
01  WS-SCREEN-WARN-FLG     PIC X(01).
*> 名称筛查：进件名称与管控名单在列客户的现名/有效曾用名、别名
*> (CUST_NAME_ALIAS)比对。同名不同人常见，命中不拒绝开户，开户后
*> 经MGMTSCRNCASE01开筛查案件由合规人工甄别
01  WS-SCREEN-NM-COUNT     PIC 9(5).
01  WS-SCREEN-NM-FLG       PIC X(01).
01  WS-SC-CUST-NO          PIC X(20).
01  WS-SC-SRC-PROGRAM      PIC X(20) VALUE 'CRTPERC01'.
01  WS-SC-SRC-RSN-CD       PIC X(04) VALUE 'NMHT'.
01  WS-SC-CASE-SEQ-NO      PIC X(14) VALUE SPACES.
01  WS-SC-CONCL-COMNT      PIC X(100) VALUE SPACES.
01  WS-SC-OPER-TYP-CD      PIC X(02) VALUE '01'.
01  WS-SC-OPER-TELR-NO     PIC X(10).
01  WS-SC-RESP-CODE        PIC X(06).
01  WS-SC-RESP-MSG         PIC X(50).
01  WS-SC-RESP-SEQ-NO      PIC X(14).
01  WS-SC-RESP-COUNT       PIC 9(3).
01  WS-SC-RESP-TABLE       PIC X(54).

*> 居民身份证校验码计算表(GB 11643) - 第1-17位对应的加权因子
01  WS-ID-CHECKSUM-WEIGHTS.
01  WS-LEV-MAXLEN          PIC 9(3).
01  WS-NAME-NEAR-MATCH     PIC X(01).

*> 开户申报为政治公众人物(PEP)时的高管复核工作区：PEP建立业务
*> 关系须经持高管角色的柜员在MGMTPENDAUTH01复核通过后方可开立
*> (复核流程同MGMTPOA01/MGMTFREEZE01)，开立时认定登记落
*> CUST_PEP_INFO并评为高风险
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
01  WS-PEP-DIGEST REDEFINES WS-AUTH-REQ-DIGEST.
    05  WS-PEP-D-CATG-CD   PIC X(02).
    05  WS-PEP-D-PSTN-DESC PIC X(60).
    05  WS-PEP-D-CUST-NM   PIC X(50).
    05  FILLER             PIC X(08).
01  WS-PEP-RISK-COMNT      PIC X(100).

*> 客户基本信息工作区
01  WS-CUST-BASIC-INFO.
    05  WS-TENANT-NO       PIC X(10).
    05  WS-PER-CUST-NO     PIC X(10).
    05  WS-PER-GENDER-CD   PIC X(01).
    05  WS-PER-BIRTH-DT    PIC X(08).
    05  WS-PER-NATION-CD   PIC X(03).
    05  WS-PER-VALID-FLG   PIC X(01) VALUE '1'.
    05  WS-PER-CRT-TELR-NO PIC X(10).
    05  WS-PER-UPD-TELR-NO PIC X(10).

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
01  WS-CHAIN-TM            PIC X(26).
01  WS-CHAIN-SEQ-NO        PIC 9(12).
01  WS-CHAIN-PREV-HASH     PIC X(32).
01  WS-CHAIN-ROW-HASH      PIC X(32).
01  WS-CHAIN-RESP-CODE     PIC X(06).
01  WS-CHAIN-RESP-MSG      PIC X(50).

*> 证件号码令牌化工作区(CRTFTOKEN01)：库表中的证件号码一律以令牌
*> 存放，入参明文只用于校验码校验与出生日期/性别反推
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'T'.
01  WS-CRTF-TOKEN          PIC X(20).
01  WS-GRDN-CRTF-TOKEN     PIC X(20).
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'CRTPERC01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CRTF-NO            PIC X(20).     *> 证件号码
*> 免去逐笔发号往返；传入时经CUSTNOGEN01的V模式核校验位后采用。
*> 可空，空白时照常联机发号
01  REQ-PRE-CUST-NO        PIC X(10).     *> 预分配客户号(可空)
*> 政治公众人物申报：客户自述为PEP时由柜员录入类别与职务，开户
*> 须经高管复核(首次提交回W20101待复核，复核通过后原样重提即
*> 开立)。可空，空白时按普通客户开户
01  REQ-PEP-CATG-CD        PIC X(02).     *> PEP类别(01境内/02境外/
                                          *> 03国际组织，可空)
01  REQ-PEP-PSTN-DESC      PIC X(60).     *> PEP担任职务描述(可空)
*> 国籍：居民身份证开户一律为中国籍(CHN)，无需传入；护照等其他
*> 证件由柜员按证件所载国籍录入(三位字母国别代码，口径同
*> REQ-TAX-CNTRY-CD)。可空，开户后由MGMTADDR01补录维护
01  REQ-NATION-CD          PIC X(03).     *> 国籍代码(非身份证证件时
                                          *> 传入，可空)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
          REQ-GENDER-CD, REQ-GRDN-NM, REQ-GRDN-CRTF-TYP-CD,
          REQ-GRDN-CRTF-NO, REQ-GRDN-TEL-NO, REQ-ADDR,
          REQ-CAREER-TYP-CD, REQ-BRANCH-NO, REQ-TAX-CNTRY-CD,
          REQ-TIN, REQ-PRE-CUST-NO, REQ-PEP-CATG-CD,
          REQ-PEP-PSTN-DESC, REQ-NATION-CD, RESP-CODE, RESP-MSG,
          RESP-CUST-NO, RESP-TENANT-NO.

MAIN-LOGIC.
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-NATION-CD NOT = SPACES
       AND (REQ-NATION-CD IS NOT ALPHABETIC-UPPER
            OR REQ-NATION-CD(3:1) = SPACE)
       MOVE 'F20017' TO WS-RESP-CODE
       MOVE '国籍代码须为三位大写字母国别代码' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1.5) 居民身份证号码校验码校验(GB 11643，仅18位身份证适用)
    *> VALIDATE-ID-CHECKSUM对前17位逐位FUNCTION NUMVAL取值求和，
    *> NUMVAL的入参必须是合法数字内容，先用TEST-NUMVAL校验前17位
       END-IF
    END-IF.

    *> 1.8) 证件号码令牌化：此后查重、筛查、落库一律按令牌
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000'
       CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-GRDN-CRTF-NO,
                                WS-GRDN-CRTF-TOKEN, WS-CRTF-MASK,
                                WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
       END-CALL
    END-IF
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-TOKEN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 检查客户是否已存在
    EXEC SQL
        SELECT COUNT(*), CUST_NO, TENANT_NO, CUST_NM
          INTO :WS-CUST-COUNT, :WS-CUST-NO, :WS-TENANT-NO, :WS-CUST-NM
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_TYP_CD = :REQ-CRTF-TYP-CD
           AND CRTF_NO = :WS-CRTF-TOKEN
           AND TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
         GROUP BY CUST_NO, TENANT_NO, CUST_NM
    *> 2.5) 开户名单筛查(排在重复客户检查之后)：管控名单/黑名单
    *>      命中硬性拒绝，非管控命中仅告警
    MOVE 'N' TO WS-SCREEN-WARN-FLG.
    MOVE 'N' TO WS-SCREEN-NM-FLG.
    PERFORM SCREEN-ONBOARDING-LISTS.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2.6) 申报为PEP的客户：建立业务关系前须经高管复核
    IF REQ-PEP-CATG-CD NOT = SPACES
       IF (REQ-PEP-CATG-CD NOT = '01' AND REQ-PEP-CATG-CD NOT = '02'
           AND REQ-PEP-CATG-CD NOT = '03')
          OR REQ-PEP-PSTN-DESC = SPACES
          MOVE 'F20016' TO WS-RESP-CODE
          MOVE 'PEP类别代码非法或职务描述为空' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       PERFORM CHECK-DUAL-AUTH
       IF WS-AUTH-PROCEED-FLG NOT = 'Y'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 3) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM

    *> 5) 设置基本信息默认值
    MOVE REQ-CRTF-TYP-CD TO WS-CRTF-TYP-CD
    MOVE WS-CRTF-TOKEN TO WS-CRTF-NO
    MOVE REQ-CUST-NM TO WS-CUST-NM
    MOVE REQ-OPER-TELR-NO TO WS-CRT-TELR-NO
    MOVE REQ-OPER-TELR-NO TO WS-UPD-TELR-NO
    MOVE REQ-OPER-TELR-NO TO WS-PER-CRT-TELR-NO
    MOVE REQ-OPER-TELR-NO TO WS-PER-UPD-TELR-NO

    *> 7) 从证件提取出生日期/性别/国籍：身份证可从号码本身反推，
    *> 护照(假设02代表护照)等其他证件没有这个规律，只能采用
    *> 开户环节直接传入的REQ-BIRTH-DT/REQ-GENDER-CD/REQ-NATION-CD
    MOVE REQ-NATION-CD TO WS-PER-NATION-CD
    IF REQ-CRTF-TYP-CD = '01'  *> 假设01代表身份证
       PERFORM EXTRACT-ID-CARD-INFO
    ELSE
       END-IF
    END-IF.

    *> 7.8) 居民身份证开户一律登记为待联网核查，核查结果回来
    *>      之前CTRLSCRN01对该客户转人工复核
    IF REQ-CRTF-TYP-CD = '01'
       MOVE '0' TO WS-IDV-STUS-CD
    ELSE
       MOVE SPACES TO WS-IDV-STUS-CD
    END-IF.

    *> 8) 插入客户基本信息
    EXEC SQL
        INSERT INTO CUSTOMER_BASIC_INFO (
            TENANT_NO, CUST_NO, CUST_TYP_CD, CUST_LVL_CD,
            CRTF_TYP_CD, CRTF_NO, CUST_NM, VALID_FLG, BRANCH_NO,
            IDV_STUS_CD,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :WS-TENANT-NO, :WS-CUST-NO, :WS-CUST-TYP-CD, :WS-CUST-LVL-CD,
            :WS-CRTF-TYP-CD, :WS-CRTF-NO, :WS-CUST-NM, :WS-VALID-FLG,
            :REQ-BRANCH-NO, :WS-IDV-STUS-CD,
            :WS-CRT-TELR-NO, :WS-UPD-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'INSERT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '插入客户基本信息失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
        INSERT INTO PERSONAL_CUSTOMER_INFO (
            TENANT_NO, CUST_NO, GENDER_CD, BIRTH_DT, VALID_FLG,
            GRDN_NM, GRDN_CRTF_TYP_CD, GRDN_CRTF_NO, GRDN_TEL_NO,
            GRDN_STUS_CD, CAREER_TYP_CD, NATION_CD,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :WS-PER-TENANT-NO, :WS-PER-CUST-NO, :WS-PER-GENDER-CD,
            :WS-PER-BIRTH-DT, :WS-PER-VALID-FLG,
            :REQ-GRDN-NM, :REQ-GRDN-CRTF-TYP-CD, :WS-GRDN-CRTF-TOKEN,
            :REQ-GRDN-TEL-NO, :WS-GRDN-STUS-CD, :REQ-CAREER-TYP-CD,
            :WS-PER-NATION-CD,
            :WS-PER-CRT-TELR-NO, :WS-PER-UPD-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'INSERT PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '插入个人客户信息失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       END-IF
    END-IF.

    *> 9.7) 经高管复核开立的PEP：认定登记与高风险评定随开户事务
    *>      落地(来源'01'客户自述，起始与复认日期记为开户日)
    IF REQ-PEP-CATG-CD NOT = SPACES
       PERFORM INSERT-PEP-DESIGNATION
       IF WS-RESP-CODE NOT = 'E99999'
          EXEC SQL ROLLBACK END-EXEC
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 10) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       DISPLAY '拼音索引建立失败 客户号:' WS-CUST-NO
    END-IF

    *> 10.6) 名称命中管控名单在列客户的现名或曾用名/别名：开筛查
    *> 案件。开案失败只记DISPLAY，开户已提交不回退
    IF WS-SCREEN-NM-FLG = 'Y'
       PERFORM OPEN-NAME-SCREEN-CASE
    END-IF

    *> 11) 成功返回(开户名单筛查命中非管控名单或名称命中时带回告警码)
    MOVE WS-CUST-NO TO RESP-CUST-NO
    MOVE WS-TENANT-NO TO RESP-TENANT-NO
    EVALUATE TRUE
       WHEN WS-SCREEN-NM-FLG = 'Y'
          MOVE 'W20018' TO WS-RESP-CODE
          MOVE '开户成功，名称命中管控名单待甄别' TO WS-RESP-MSG
       WHEN WS-SCREEN-WARN-FLG = 'Y'
          MOVE 'W20015' TO WS-RESP-CODE
          MOVE '客户开立成功，证件命中非管控名单记录' TO WS-RESP-MSG
       WHEN OTHER
          MOVE '000000' TO WS-RESP-CODE
          MOVE '客户开立成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
        SELECT COUNT(*) INTO :WS-SCREEN-CTRL-COUNT
          FROM PERSONAL_CUSTOMER_LIST
         WHERE CRTF_TYP_CD = :REQ-CRTF-TYP-CD
           AND CRTF_NO = :WS-CRTF-TOKEN
           AND CTRL_FLG = '1'
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-ONBOARDING-LISTS' TO WS-TE-PARA-NM
       MOVE 'SELECT PERSONAL_CUSTOMER_LIST' TO WS-TE-OPER-CD
       MOVE 'E12020' TO WS-RESP-CODE
       MOVE '开户名单筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
        SELECT COUNT(*) INTO :WS-SCREEN-BLK-COUNT
          FROM OVS_CASH_WITHDR_BLK
         WHERE CRTF_TYP_CD = :REQ-CRTF-TYP-CD
           AND CRTF_NO = :WS-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-ONBOARDING-LISTS' TO WS-TE-PARA-NM
       MOVE 'SELECT OVS_CASH_WITHDR_BLK' TO WS-TE-OPER-CD
       MOVE 'E12021' TO WS-RESP-CODE
       MOVE '开户黑名单筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
        SELECT COUNT(*) INTO :WS-SCREEN-GREY-COUNT
          FROM PERSONAL_CUSTOMER_LIST
         WHERE CRTF_TYP_CD = :REQ-CRTF-TYP-CD
           AND CRTF_NO = :WS-CRTF-TOKEN
           AND CTRL_FLG NOT = '1'
           AND VALID_FLG = '1'
    END-EXEC.
       MOVE 'Y' TO WS-SCREEN-WARN-FLG
    END-IF.

    *> 名称比对：管控名单在列客户的现名，或其有效曾用名/英文名/
    *> 别名，与进件名称去空格不分大小写相等即命中
    MOVE 0 TO WS-SCREEN-NM-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-SCREEN-NM-COUNT
          FROM PERSONAL_CUSTOMER_LIST L, CUSTOMER_BASIC_INFO B
         WHERE L.CTRL_FLG = '1'
           AND L.VALID_FLG = '1'
           AND B.CUST_NO = L.CUST_NO
           AND (UPPER(TRIM(B.CUST_NM)) = UPPER(TRIM(:REQ-CUST-NM))
                OR EXISTS (
                   SELECT 1 FROM CUST_NAME_ALIAS A
                    WHERE A.CUST_NO = L.CUST_NO
                      AND A.VALID_FLG = '1'
                      AND UPPER(TRIM(A.ALIAS_NM)) =
                          UPPER(TRIM(:REQ-CUST-NM))))
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-ONBOARDING-LISTS' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_NAME_ALIAS' TO WS-TE-OPER-CD
       MOVE 'E12020' TO WS-RESP-CODE
       MOVE '开户名单筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-SCREEN-NM-COUNT > 0
       MOVE 'Y' TO WS-SCREEN-NM-FLG
    END-IF.

*> 名称命中开筛查案件：案件挂在新开客户名下，来源本程序、原因
*> NMHT，由合规在案件台甄别是否同一人
OPEN-NAME-SCREEN-CASE.
    MOVE SPACES TO WS-SC-CUST-NO
    MOVE WS-CUST-NO TO WS-SC-CUST-NO
    MOVE REQ-OPER-TELR-NO TO WS-SC-OPER-TELR-NO
    MOVE SPACES TO WS-SC-RESP-SEQ-NO
    MOVE 0 TO WS-SC-RESP-COUNT
    CALL 'MGMTSCRNCASE01' USING WS-TENANT-NO, WS-SC-CUST-NO,
                                WS-SC-SRC-PROGRAM, WS-SC-SRC-RSN-CD,
                                WS-SC-CASE-SEQ-NO, WS-SC-CONCL-COMNT,
                                WS-SC-OPER-TYP-CD, WS-SC-OPER-TELR-NO,
                                WS-SC-RESP-CODE, WS-SC-RESP-MSG,
                                WS-SC-RESP-SEQ-NO, WS-SC-RESP-COUNT,
                                WS-SC-RESP-TABLE
    END-CALL
    IF WS-SC-RESP-CODE NOT = '000000'
       DISPLAY '名称筛查案件开案失败 客户号:' WS-CUST-NO
    END-IF.

*> 客户等级缺省值改由租户参数驱动：租户配置了DFLT_CUST_LVL_CD
*> 时按参数取值，未配置时沿用原有的'1'缺省
RESOLVE-TENANT-DEFAULTS.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'INSERT-HOME-ADDR' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_ADDR_INFO' TO WS-TE-OPER-CD
       MOVE 'E12025' TO WS-RESP-CODE
       MOVE '插入客户地址信息失败' TO WS-RESP-MSG
    END-IF.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'INSERT-TAX-RESIDENCY' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_TAX_RESIDENCY' TO WS-TE-OPER-CD
       MOVE 'E12026' TO WS-RESP-CODE
       MOVE '插入税收居民身份失败' TO WS-RESP-MSG
    END-IF.

*> 开户申报PEP的认定登记(PEP_TYP_CD '1'本人)与高风险评定(当前
*> 等级与历史，口径同MGMTPEP01/MGMTRISKLVL01)
INSERT-PEP-DESIGNATION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
    EXEC SQL
        INSERT INTO CUST_PEP_INFO (
            TENANT_NO, CUST_NO, PEP_TYP_CD, PEP_CATG_CD, PSTN_DESC,
            INFO_SORC_CD, START_DT, END_DT, LAST_CFM_DT,
            RELA_PEP_CUST_NO, RELA_TYP_CD, STATUS_CD,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :WS-TENANT-NO, :WS-CUST-NO, '1', :REQ-PEP-CATG-CD,
            :REQ-PEP-PSTN-DESC, '01', :WS-CURRENT-DATE, ' ',
            :WS-CURRENT-DATE, ' ', ' ', '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'INSERT-PEP-DESIGNATION' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_PEP_INFO' TO WS-TE-OPER-CD
       MOVE 'E12028' TO WS-RESP-CODE
       MOVE 'PEP认定登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-PEP-RISK-COMNT
    STRING 'PEP认定(类别' DELIMITED BY SIZE
           REQ-PEP-CATG-CD DELIMITED BY SIZE
           '):' DELIMITED BY SIZE
           REQ-PEP-PSTN-DESC DELIMITED BY SIZE
      INTO WS-PEP-RISK-COMNT
    END-STRING

    EXEC SQL
        INSERT INTO CUST_RISK_RATING (
            CUST_NO, CUST_TYP_CD, CUST_ATTN_EXTT_CD, EVALT_DT,
            RELS_DT, RELS_OR_ISU_ORG_NO, EVALT_ACRDGAS_COMNT,
            VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :WS-CUST-NO, :WS-CUST-TYP-CD, 'H', :WS-CURRENT-DATE,
            :WS-CURRENT-DATE, 'CRTPERC01', :WS-PEP-RISK-COMNT, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'INSERT-PEP-DESIGNATION' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_RISK_RATING' TO WS-TE-OPER-CD
       MOVE 'E12029' TO WS-RESP-CODE
       MOVE 'PEP高风险评定写入失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_RISK_RATING_HIST (
            CUST_NO, CUST_ATTN_EXTT_CD, EVALT_DT,
            RELS_OR_ISU_ORG_NO, EVALT_ACRDGAS_COMNT,
            CRT_TELR_NO, CRT_TM
        ) VALUES (
            :WS-CUST-NO, 'H', :WS-CURRENT-DATE, 'CRTPERC01',
            :WS-PEP-RISK-COMNT, :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'INSERT-PEP-DESIGNATION' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_RISK_RATING_HIST' TO WS-TE-OPER-CD
       MOVE 'E12029' TO WS-RESP-CODE
       MOVE 'PEP风险评定历史写入失败' TO WS-RESP-MSG
    END-IF.

*> PEP开户高管复核：同一证件、同一申报内容已经复核通过('1')
*> 的待复核记录在此消费('2')并放行；否则登记一条待复核记录
*> ('0')回W20101，由持高管角色'10'的柜员在MGMTPENDAUTH01复核
*> (写法同MGMTPOA01/CHECK-DUAL-AUTH；尚未开户，客户编号留空)
CHECK-DUAL-AUTH.
    MOVE 'Y' TO WS-AUTH-PROCEED-FLG
    MOVE SPACES TO WS-AUTH-REQ-DIGEST
    MOVE REQ-PEP-CATG-CD TO WS-PEP-D-CATG-CD
    MOVE REQ-PEP-PSTN-DESC TO WS-PEP-D-PSTN-DESC
    MOVE REQ-CUST-NM TO WS-PEP-D-CUST-NM
    MOVE WS-CRTF-TOKEN TO WS-AUTH-REQ-KEY

    MOVE 0 TO WS-AUTH-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-AUTH-COUNT
          FROM CUST_PENDING_AUTH
         WHERE TENANT_NO = :WS-TENANT-NO
           AND OPER_PROGRAM = 'CRTPERC01'
           AND OPER_TYP_CD = '01'
           AND CRTF_TYP_CD = :REQ-CRTF-TYP-CD
           AND CRTF_NO = :WS-CRTF-TOKEN
           AND REQ_KEY = :WS-AUTH-REQ-KEY
           AND REQ_DIGEST = :WS-AUTH-REQ-DIGEST
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-AUTH-COUNT > 0
       EXEC SQL
           UPDATE CUST_PENDING_AUTH
              SET STATUS_CD = '2',
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :WS-TENANT-NO
              AND OPER_PROGRAM = 'CRTPERC01'
              AND OPER_TYP_CD = '01'
              AND CRTF_TYP_CD = :REQ-CRTF-TYP-CD
              AND CRTF_NO = :WS-CRTF-TOKEN
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
       MOVE 'E12027' TO WS-RESP-CODE
       MOVE '待复核流水号分配失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-AUTH-SEQ-NO TO WS-CHAIN-PND-AUTH-SEQ-NO
    MOVE WS-TENANT-NO TO WS-CHAIN-PND-TENANT-NO
    MOVE 'CRTPERC01' TO WS-CHAIN-PND-OPER-PROGRAM
    MOVE '01' TO WS-CHAIN-PND-OPER-TYP-CD
    MOVE ' ' TO WS-CHAIN-PND-CUST-NO
    MOVE REQ-CRTF-TYP-CD TO WS-CHAIN-PND-CRTF-TYP-CD
    MOVE WS-CRTF-TOKEN TO WS-CHAIN-PND-CRTF-NO
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
               (:WS-AUTH-SEQ-NO, :WS-TENANT-NO, 'CRTPERC01', '01',
                ' ', :REQ-CRTF-TYP-CD, :WS-CRTF-TOKEN, :WS-AUTH-REQ-KEY,
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
       MOVE 'E12027' TO WS-RESP-CODE
       MOVE '待复核记录登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
       MOVE 'W20101' TO WS-RESP-CODE
       MOVE SPACES TO WS-RESP-MSG
       STRING 'PEP开户已登记待高管复核，流水号:' DELIMITED BY SIZE
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

*> 从身份证提取信息子程序
EXTRACT-ID-CARD-INFO.
    *> 检查身份证长度（15位或18位，FUNCTION TRIM去除PIC X(20)的尾部空格后比较）
       END-IF
       
       MOVE WS-BIRTH-DATE TO WS-PER-BIRTH-DT
       *> 居民身份证仅签发给中国公民
       MOVE 'CHN' TO WS-PER-NATION-CD
    ELSE
       *> 非标准身份证格式，清空性别和生日
       MOVE SPACES TO WS-PER-GENDER-CD
*> 从护照开户录入信息提取出生日期/性别子程序：护照号码本身不像
*> 身份证号码那样按固定位数编码出生日期和性别，只能使用开户环节
*> 直接采集并通过REQ-BIRTH-DT/REQ-GENDER-CD传入的值，这里只做
*> 基本格式校验后原样落地，任何一个不合法都整体清空，不做半套。
*> 国籍取柜员按护照资料页录入的REQ-NATION-CD(已在第1步校验格式)，
*> 与出生日期/性别是否齐全无关，单独落地
EXTRACT-PASSPORT-INFO.
    MOVE REQ-NATION-CD TO WS-PER-NATION-CD

    IF REQ-BIRTH-DT NOT = SPACES AND
       (REQ-GENDER-CD = '1' OR REQ-GENDER-CD = '2')
       MOVE REQ-BIRTH-DT TO WS-PER-BIRTH-DT
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
    MOVE REQ-CRTF-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
