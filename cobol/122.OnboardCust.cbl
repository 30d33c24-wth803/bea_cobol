01  WS-CRT-RESP-CUST-NO    PIC X(10).
01  WS-CRT-RESP-TENANT-NO  PIC X(10).

*> 证件号码令牌查询(CRTFTOKEN01只查不建)：预判在网按令牌比对，
*> 令牌库没有的沿用原值(兼容令牌化之前的旧数据)
01  WS-LOOKUP-MODE-CD      PIC X(01) VALUE 'L'.
01  WS-CRTF-KEY            PIC X(20).
01  WS-CRTF-TOKEN          PIC X(20).
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> MGMT-PER-CUST-INFO调用入/出参(仅补录手机/邮箱，其余留空)
01  WS-PM-CUST-NO          PIC X(10).
01  WS-PM-BLANK-NM         PIC X(50) VALUE SPACES.
01  WS-PM-BLANK-UPD-DT2    PIC X(08) VALUE SPACES.
01  WS-PM-BLANK-UPD-TM2    PIC X(08) VALUE SPACES.
01  WS-PM-LANG-CD          PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-AGENT-TYP  PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-AGENT-NO   PIC X(20) VALUE SPACES.
01  WS-PM-RESP-CODE        PIC X(06).
01  WS-PM-RESP-MSG         PIC X(50).

01  WS-LM-RESP-CODE        PIC X(06).
01  WS-LM-RESP-MSG         PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'ONBOARD01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CRTF-NO            PIC X(20).     *> 证件号码
01  REQ-LMT-TMPL-ID        PIC X(10).     *> 限额模板编号(可空不套用)
01  REQ-PMIT-TERMINAL-CD   PIC X(02).     *> 限额适用渠道(套模板时必传)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号
01  REQ-PEP-CATG-CD        PIC X(02).     *> PEP类别(客户自述为PEP时，可空)
01  REQ-PEP-PSTN-DESC      PIC X(60).     *> PEP担任职务描述(可空)
01  REQ-NATION-CD          PIC X(03).     *> 国籍代码(非身份证证件时，可空)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
          REQ-MOBILE-NO, REQ-E-MAIL, REQ-SMS-PERMIT-FLG,
          REQ-EMAIL-PERMIT-FLG, REQ-PREF-LANG-CD, REQ-LMT-TMPL-ID,
          REQ-PMIT-TERMINAL-CD, REQ-OPER-TELR-NO,
          REQ-PEP-CATG-CD, REQ-PEP-PSTN-DESC, REQ-NATION-CD,
          RESP-CODE, RESP-MSG, RESP-CUST-NO, RESP-TENANT-NO.

*> 开户一站式编排服务：此前开一个客户要连打四个服务(CRTPERC01
       MOVE REQ-TENANT-NO TO WS-TENANT-NO
    END-IF

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE WS-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'ONBOARD01' TO WS-MAINTWIN-PGM-ID
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

    *> 1) 预判证件是否已在网：已在网客户不由本服务补偿失效
    MOVE REQ-CRTF-NO TO WS-CRTF-KEY
    CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD, REQ-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000' AND WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO WS-CRTF-KEY
    END-IF

    MOVE 0 TO WS-EXIST-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-EXIST-COUNT
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_TYP_CD = :REQ-CRTF-TYP-CD
           AND CRTF_NO = :WS-CRTF-KEY
           AND TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    *> 预判查不出来时不能按"新开"处理(否则后续失败会把存量客户
    *> 补偿失效)，直接退出
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '证件在网预判查询失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 客户开档(CRTPERC01自理重复检查/校验码/监护人/地址/
    *>    职业/机构)
    CALL 'CRTPERC01' USING REQ-CRTF-NO, REQ-CRTF-TYP-CD,
                           REQ-CAREER-TYP-CD, REQ-BRANCH-NO,
                           WS-CRT-TAX-CNTRY-CD, WS-CRT-TIN,
                           WS-CRT-PRE-CUST-NO,
                           REQ-PEP-CATG-CD, REQ-PEP-PSTN-DESC,
                           REQ-NATION-CD,
                           WS-CRT-RESP-CODE, WS-CRT-RESP-MSG,
                           WS-CRT-RESP-CUST-NO, WS-CRT-RESP-TENANT-NO
    END-CALL.
       GO TO EXIT-PROGRAM
    END-IF.

    *> PEP开户待高管复核(W20101)：客户尚未开立，原样回送，复核
    *> 通过后整笔重提
    IF WS-CRT-RESP-CODE = 'W20101'
       MOVE WS-CRT-RESP-CODE TO WS-RESP-CODE
       MOVE WS-CRT-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-CRT-RESP-CODE(1:1) = 'W'
       MOVE 'Y' TO WS-WARN-FLG
    END-IF.
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
          WS-PM-BLANK-UPD-DT1, WS-PM-BLANK-UPD-TM1,
          WS-PM-BLANK-UPD-DT2, WS-PM-BLANK-UPD-TM2,
          WS-PM-BLANK-ADMIN, REQ-OPER-TELR-NO, WS-PM-LANG-CD,
          WS-PM-BLANK-AGENT-TYP, WS-PM-BLANK-AGENT-NO,
          WS-PM-RESP-CODE, WS-PM-RESP-MSG
    END-CALL.

         WHERE CUST_NO = :RESP-CUST-NO
           AND TENANT_NO = :RESP-TENANT-NO
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'UPDATE CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       PERFORM COMPENSATE-FAILED
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE PERSONAL_CUSTOMER_INFO
         WHERE CUST_NO = :RESP-CUST-NO
           AND TENANT_NO = :RESP-TENANT-NO
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'UPDATE PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
       PERFORM COMPENSATE-FAILED
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE CUST_CNTC_PREF
         WHERE CUST_NO = :RESP-CUST-NO
           AND TENANT_NO = :RESP-TENANT-NO
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'UPDATE CUST_CNTC_PREF' TO WS-TE-OPER-CD
       PERFORM COMPENSATE-FAILED
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE CUST_CHNL_TXN_COMMOND
         WHERE CUST_NO = :RESP-CUST-NO
           AND TENANT_NO = :RESP-TENANT-NO
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'UPDATE CUST_CHNL_TXN_COMMOND' TO WS-TE-OPER-CD
       PERFORM COMPENSATE-FAILED
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       PERFORM COMPENSATE-FAILED
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO RESP-CUST-NO
    MOVE SPACES TO RESP-TENANT-NO.

*> 补偿失效本身失败：已做的置无效由RECORD-TECH-ERROR整体回滚，
*> 客户号/租户号照常回送，由柜面按技术错误跟进人工处理
COMPENSATE-FAILED.
    MOVE 'COMPENSATE-ONBOARD' TO WS-TE-PARA-NM
    MOVE 'E12002' TO WS-RESP-CODE
    MOVE '开户补偿失效失败，需人工处理' TO WS-RESP-MSG.

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
    MOVE WS-TENANT-NO TO WS-TE-TENANT-NO
    MOVE REQ-CRTF-NO TO WS-TE-KEY-VAL
    IF RESP-CUST-NO NOT = SPACES
       MOVE RESP-CUST-NO TO WS-TE-KEY-VAL
    END-IF
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
