01  WS-CRT-TAX-CNTRY-CD    PIC X(03) VALUE SPACES.
01  WS-CRT-TIN             PIC X(30) VALUE SPACES.
01  WS-CRT-PRE-CUST-NO     PIC X(10) VALUE SPACES.
01  WS-CRT-PEP-CATG-CD     PIC X(02) VALUE SPACES.
01  WS-CRT-PEP-PSTN-DESC   PIC X(60) VALUE SPACES.
01  WS-CRT-NATION-CD       PIC X(03) VALUE SPACES.
01  WS-TENANT-PARAM-VAL    PIC X(10).

*> 证件号码令牌化工作区(CRTFTOKEN01)：库表中的证件号码一律以令牌
*> 存放(同CRTPERC01)
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'T'.
01  WS-CRTF-TOKEN          PIC X(20).
01  WS-REPR-CRTF-TOKEN     PIC X(20).
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> 调用CUSTNOGEN01统一发号服务的入/出参
01  WS-GEN-MODE-CD         PIC X(01).
01  WS-GEN-IN-CUST-NO      PIC X(10).
01  WS-SCREEN-GREY-COUNT   PIC 9(5).
01  WS-SCREEN-WARN-FLG     PIC X(01).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'CRTCORP01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CRTF-NO            PIC X(20).     *> 证件号码(统一社会信用代码等)
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1.5) 证件号码令牌化：查重、筛查与入库一律按令牌
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000'
       CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD,
                                REQ-LEGAL-REPR-CRTF-NO,
                                WS-REPR-CRTF-TOKEN, WS-CRTF-MASK,
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
    MOVE REQ-CUST-TYP-CD TO WS-CUST-TYP-CD
    MOVE REQ-CRTF-TYP-CD TO WS-CRTF-TYP-CD
    MOVE WS-CRTF-TOKEN TO WS-CRTF-NO
    MOVE REQ-CUST-NM TO WS-CUST-NM
    MOVE REQ-OPER-TELR-NO TO WS-CRT-TELR-NO
    MOVE REQ-OPER-TELR-NO TO WS-UPD-TELR-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'INSERT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '插入客户基本信息失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'INSERT CORPORATE_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '插入企业/机构客户信息失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    *> 9) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
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
          INTO :WS-REPR-COUNT, :WS-REPR-CUST-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_TYP_CD = :REQ-LEGAL-REPR-CRTF-TYP-CD
           AND CRTF_NO = :WS-REPR-CRTF-TOKEN
           AND TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.
                            WS-CRT-ADDR, WS-CRT-CAREER-TYP-CD,
                            REQ-BRANCH-NO, WS-CRT-TAX-CNTRY-CD,
                            WS-CRT-TIN, WS-CRT-PRE-CUST-NO,
                            WS-CRT-PEP-CATG-CD, WS-CRT-PEP-PSTN-DESC,
                            WS-CRT-NATION-CD,
                            WS-CRT-RESP-CODE, WS-CRT-RESP-MSG,
                            WS-CRT-RESP-CUST-NO, WS-CRT-RESP-TENANT-NO
    END-CALL
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'INSERT-CORP-ADDR' TO WS-TE-PARA-NM
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
       MOVE WS-GEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-GEN-RESP-MSG TO WS-RESP-MSG
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
    MOVE REQ-CRTF-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
