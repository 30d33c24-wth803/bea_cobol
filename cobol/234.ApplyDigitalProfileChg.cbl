IDENTIFICATION DIVISION.
PROGRAM-ID. DGPRFLAPPLY01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-IDX                 PIC 9(02).
01  WS-IDX2                PIC 9(02).
01  WS-CNT                 PIC 9(05).
01  WS-LOG-FLG             PIC X(01).
01  WS-LOG-RSLT-CD         PIC X(01).
01  WS-ADDR-TYP-CD         PIC X(02).
01  WS-BRANCH-NO           PIC X(10).

*> 本次申请拆出的各字段新值(01地址/02邮箱/03职业/04手机)
01  WS-HAS-PROFILE-FLG     PIC X(01).
01  WS-NEW-ADDR            PIC X(100).
01  WS-NEW-E-MAIL          PIC X(50).
01  WS-NEW-CAREER-TYP-CD   PIC X(02).
01  WS-NEW-MOBILE-NO       PIC X(15).

*> MGMT-PER-CUST-INFO调用入/出参(只带本次申请的地址/邮箱/职业，
*> 其余留空；乐观锁留空即不校验，渠道侧无读取时间戳)
01  WS-PM-CUST-NO          PIC X(10).
01  WS-PM-BLANK-NM         PIC X(50) VALUE SPACES.
01  WS-PM-BLANK-ENG-NM     PIC X(50) VALUE SPACES.
01  WS-PM-BLANK-LVL        PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-MOBILE     PIC X(15) VALUE SPACES.
01  WS-PM-BLANK-CRTF-TYP   PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-CRTF-NO    PIC X(20) VALUE SPACES.
01  WS-PM-BLANK-MATR-DT    PIC X(08) VALUE SPACES.
01  WS-PM-BLANK-ADDR2      PIC X(100) VALUE SPACES.
01  WS-PM-BLANK-GENDER     PIC X(01) VALUE SPACES.
01  WS-PM-BLANK-MARRG      PIC X(01) VALUE SPACES.
01  WS-PM-BLANK-BIRTH      PIC X(08) VALUE SPACES.
01  WS-PM-BLANK-STATE      PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-DOMOVS     PIC X(01) VALUE SPACES.
01  WS-PM-BLANK-IDTYP      PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-EMPLY      PIC X(01) VALUE SPACES.
01  WS-PM-BLANK-SHRHD      PIC X(01) VALUE SPACES.
01  WS-PM-BLANK-SPS-NM     PIC X(50) VALUE SPACES.
01  WS-PM-BLANK-SPS-ENG    PIC X(50) VALUE SPACES.
01  WS-PM-BLANK-SPS-TYP    PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-SPS-NO     PIC X(20) VALUE SPACES.
01  WS-PM-BLANK-SPS-TEL    PIC X(15) VALUE SPACES.
01  WS-PM-BLANK-WORK-NM    PIC X(50) VALUE SPACES.
01  WS-PM-BLANK-WORK-ADDR  PIC X(100) VALUE SPACES.
01  WS-PM-BLANK-ADMIN      PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-UPD-DT1    PIC X(08) VALUE SPACES.
01  WS-PM-BLANK-UPD-TM1    PIC X(08) VALUE SPACES.
01  WS-PM-BLANK-UPD-DT2    PIC X(08) VALUE SPACES.
01  WS-PM-BLANK-UPD-TM2    PIC X(08) VALUE SPACES.
01  WS-PM-LANG-CD          PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-AGENT-TYP  PIC X(02) VALUE SPACES.
01  WS-PM-BLANK-AGENT-NO   PIC X(20) VALUE SPACES.
01  WS-PM-RESP-CODE        PIC X(06).
01  WS-PM-RESP-MSG         PIC X(50).

*> MGMTADDR01调用入/出参：客户地址档按地址类型同步(先改，未登记
*> 的再新增)，经标准化与退信清单同一口径
01  WS-AD-CAREER-TYP-CD    PIC X(02) VALUE SPACES.
01  WS-AD-CNTRY-CD         PIC X(03) VALUE SPACES.
01  WS-AD-OPER-TYP-CD      PIC X(02).
01  WS-AD-RESP-CODE        PIC X(06).
01  WS-AD-RESP-MSG         PIC X(50).

*> 渠道系统柜员：须在TELLER_INFO登记并授予资料维护角色，
*> MGMT-PER-CUST-INFO/MGMTADDR01的权限校验与审计归因用
01  WS-OPER-TELR-NO        PIC X(10) VALUE 'SYSDGPRFL'.

LINKAGE SECTION.
*> ========== 输入参数 ==========
*> 数字渠道资料变更申请(与DGPRFLIMP01文件记录一致)
01  REQ-PRFL-CHG-REC.
    05  PC-TENANT-NO        PIC X(10).     *> 租户编号
    05  PC-CUST-NO          PIC X(20).     *> 客户编号
    05  PC-CHNL-CD          PIC X(02).     *> 01网上银行/02手机银行
    05  PC-EXT-REQ-NO       PIC X(20).     *> 渠道侧申请编号
    05  PC-OTP-REF-NO       PIC X(30).     *> 动态口令验证流水号
    05  PC-REQ-TM           PIC X(14).     *> 客户提交时间
    05  PC-ADDR-TYP-CD      PIC X(02).     *> 地址类型(空白按01住宅)
    05  PC-FLD-COUNT        PIC 9(01).     *> 变更字段个数(1-4)
    05  PC-FLD-ENTRY OCCURS 4.
        10  PC-FLD-CD       PIC X(02).     *> 01地址/02邮箱/03职业/
                                           *> 04手机号
        10  PC-NEW-VAL      PIC X(100).    *> 新值

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-APPLY-RSLT-CD     PIC X(01).     *> 地址/邮箱/职业：A已生效/
                                          *> R拒绝/D重复申请/空白无此类
01  RESP-ROUTE-RSLT-CD     PIC X(01).     *> 手机号：B已转网点/R拒绝/
                                          *> D重复申请/空白无此项

PROCEDURE DIVISION
    USING REQ-PRFL-CHG-REC, RESP-CODE, RESP-MSG,
          RESP-APPLY-RSLT-CD, RESP-ROUTE-RSLT-CD.

*> 数字渠道资料变更受理子程序：网银/手机银行客户经动态口令验证后
*> 提交的地址、邮箱、职业变更，与柜面同走MGMT-PER-CUST-INFO(权限、
*> 代码校验、身故/冻结/合并锁定、冷静期、审计一应俱全)，地址另经
*> MGMTADDR01同步客户地址档；手机号是动态口令本身的接收号，渠道
*> 自助改号即可绕过验证，不自动生效，落DGTL_MOBILE_CHG_WORKLIST由
*> 客户归属网点核实后经柜面办理(BRTASKBAT01归集到网点收件箱)。
*> 同一渠道申请编号已生效的再次送达按重复处理，不重复落库；
*> DGPRFLIMP01逐条调用，REJRESUB01修补放行后重提也走本程序
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-APPLY-RSLT-CD
    MOVE SPACES TO RESP-ROUTE-RSLT-CD
    MOVE 'N' TO WS-LOG-FLG
    MOVE 'N' TO WS-HAS-PROFILE-FLG
    MOVE SPACES TO WS-NEW-ADDR WS-NEW-E-MAIL WS-NEW-CAREER-TYP-CD
                   WS-NEW-MOBILE-NO

    *> 1) 申请要素校验
    IF PC-TENANT-NO = SPACES OR PC-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号和客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF PC-CHNL-CD NOT = '01' AND PC-CHNL-CD NOT = '02'
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '渠道代码必须为01网银或02手机银行' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF PC-OTP-REF-NO = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '缺少动态口令验证流水号' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF PC-EXT-REQ-NO = SPACES
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '渠道申请编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF PC-FLD-COUNT IS NOT NUMERIC
       OR PC-FLD-COUNT < 1 OR PC-FLD-COUNT > 4
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '变更字段个数必须为1-4' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 逐个字段：代码须认识、新值非空、同一字段不得重复出现
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > PC-FLD-COUNT
       IF PC-NEW-VAL(WS-IDX) = SPACES
          MOVE 'F20006' TO WS-RESP-CODE
          MOVE '变更字段新值不能为空' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >= WS-IDX
          IF PC-FLD-CD(WS-IDX2) = PC-FLD-CD(WS-IDX)
             MOVE 'F20006' TO WS-RESP-CODE
             MOVE '变更字段代码重复' TO WS-RESP-MSG
             GO TO EXIT-PROGRAM
          END-IF
       END-PERFORM
       EVALUATE PC-FLD-CD(WS-IDX)
          WHEN '01'
             MOVE PC-NEW-VAL(WS-IDX) TO WS-NEW-ADDR
             MOVE 'Y' TO WS-HAS-PROFILE-FLG
          WHEN '02'
             MOVE PC-NEW-VAL(WS-IDX) TO WS-NEW-E-MAIL
             MOVE 'Y' TO WS-HAS-PROFILE-FLG
          WHEN '03'
             MOVE PC-NEW-VAL(WS-IDX) TO WS-NEW-CAREER-TYP-CD
             MOVE 'Y' TO WS-HAS-PROFILE-FLG
          WHEN '04'
             MOVE PC-NEW-VAL(WS-IDX) TO WS-NEW-MOBILE-NO
          WHEN OTHER
             MOVE 'F20006' TO WS-RESP-CODE
             MOVE '变更字段代码必须为01/02/03/04' TO WS-RESP-MSG
             GO TO EXIT-PROGRAM
       END-EVALUATE
    END-PERFORM.

    IF PC-ADDR-TYP-CD = SPACES
       MOVE '01' TO WS-ADDR-TYP-CD
    ELSE
       MOVE PC-ADDR-TYP-CD TO WS-ADDR-TYP-CD
    END-IF
    IF WS-ADDR-TYP-CD NOT = '01' AND WS-ADDR-TYP-CD NOT = '02'
       AND WS-ADDR-TYP-CD NOT = '03'
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '地址类型代码必须为01/02/03' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 手机号与MGMT-PER-CUST-INFO同一格式口径，格式不对的不转网点
    IF WS-NEW-MOBILE-NO NOT = SPACES
       IF FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-MOBILE-NO)) NOT = 11 OR
          FUNCTION TRIM(WS-NEW-MOBILE-NO) IS NOT NUMERIC
          MOVE 'F20008' TO WS-RESP-CODE
          MOVE '手机号码格式不正确' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 客户须在申请所称租户名下有效(渠道不得跨租户改资料)
    MOVE SPACES TO WS-BRANCH-NO
    EXEC SQL
        SELECT COALESCE(BRANCH_NO, ' ') INTO :WS-BRANCH-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :PC-CUST-NO
           AND TENANT_NO = :PC-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '客户不存在或不属于该租户' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.
    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '客户信息查询失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 3) 重复申请：同一渠道申请编号已全部受理的，不再重复落库
    MOVE 0 TO WS-CNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-CNT
          FROM DGTL_PRFL_CHG_LOG
         WHERE TENANT_NO = :PC-TENANT-NO
           AND CHNL_CD = :PC-CHNL-CD
           AND EXT_REQ_NO = :PC-EXT-REQ-NO
           AND RSLT_CD = 'A'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '变更申请登记簿查询失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.
    IF WS-CNT > 0
       IF WS-HAS-PROFILE-FLG = 'Y'
          MOVE 'D' TO RESP-APPLY-RSLT-CD
       END-IF
       IF WS-NEW-MOBILE-NO NOT = SPACES
          MOVE 'D' TO RESP-ROUTE-RSLT-CD
       END-IF
       MOVE '000000' TO WS-RESP-CODE
       MOVE '该申请已受理，不重复处理' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE 'Y' TO WS-LOG-FLG

    *> 4) 手机号先转网点：转办失败整笔拒绝，其余字段不动
    IF WS-NEW-MOBILE-NO NOT = SPACES
       PERFORM ROUTE-MOBILE-CHANGE
       IF RESP-ROUTE-RSLT-CD NOT = 'B'
          IF WS-HAS-PROFILE-FLG = 'Y'
             MOVE 'R' TO RESP-APPLY-RSLT-CD
          END-IF
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 5) 地址/邮箱/职业经柜面同一维护入口生效
    IF WS-HAS-PROFILE-FLG = 'Y'
       PERFORM APPLY-PROFILE-FIELDS
       IF RESP-APPLY-RSLT-CD NOT = 'A'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    IF WS-HAS-PROFILE-FLG = 'Y' AND WS-NEW-MOBILE-NO NOT = SPACES
       MOVE '资料已变更，手机号已转网点核实' TO WS-RESP-MSG
    ELSE
       IF WS-HAS-PROFILE-FLG = 'Y'
          MOVE '资料变更已生效' TO WS-RESP-MSG
       ELSE
          MOVE '手机号变更已转网点核实' TO WS-RESP-MSG
       END-IF
    END-IF.

EXIT-PROGRAM.
    IF WS-LOG-FLG = 'Y'
       PERFORM WRITE-CHG-LOG
    END-IF
    IF WS-RESP-CODE(1:1) = 'F' OR WS-RESP-CODE(1:1) = 'E'
       IF RESP-APPLY-RSLT-CD = SPACES AND WS-HAS-PROFILE-FLG = 'Y'
          MOVE 'R' TO RESP-APPLY-RSLT-CD
       END-IF
       IF RESP-ROUTE-RSLT-CD = SPACES AND WS-NEW-MOBILE-NO NOT = SPACES
          MOVE 'R' TO RESP-ROUTE-RSLT-CD
       END-IF
    END-IF
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 手机号变更转网点：落DGTL_MOBILE_CHG_WORKLIST(网点取客户归属
*> 网点)，同一申请编号已在清单上的不重复登记
ROUTE-MOBILE-CHANGE.
    MOVE 0 TO WS-CNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-CNT
          FROM DGTL_MOBILE_CHG_WORKLIST
         WHERE TENANT_NO = :PC-TENANT-NO
           AND CHNL_CD = :PC-CHNL-CD
           AND EXT_REQ_NO = :PC-EXT-REQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '手机号变更清单查询失败' TO WS-RESP-MSG
       MOVE 'R' TO RESP-ROUTE-RSLT-CD
       EXIT PARAGRAPH
    END-IF.
    IF WS-CNT > 0
       MOVE 'B' TO RESP-ROUTE-RSLT-CD
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO DGTL_MOBILE_CHG_WORKLIST (
            TENANT_NO, CUST_NO, CHNL_CD, EXT_REQ_NO, NEW_MOBILE_NO,
            OTP_REF_NO, REQ_TM, BRANCH_NO, STATUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :PC-TENANT-NO, :PC-CUST-NO, :PC-CHNL-CD, :PC-EXT-REQ-NO,
            :WS-NEW-MOBILE-NO, :PC-OTP-REF-NO, :PC-REQ-TM,
            :WS-BRANCH-NO, '0', CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       EXEC SQL ROLLBACK END-EXEC
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '手机号变更清单登记失败' TO WS-RESP-MSG
       MOVE 'R' TO RESP-ROUTE-RSLT-CD
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       MOVE 'R' TO RESP-ROUTE-RSLT-CD
       EXIT PARAGRAPH
    END-IF
    MOVE 'B' TO RESP-ROUTE-RSLT-CD.

*> 地址/邮箱/职业一次经MGMT-PER-CUST-INFO生效(W开头的提示码按
*> 成功，同ONBOARD01)；地址生效后再同步客户地址档。地址档同步
*> 失败按拒绝处理——两步都是覆盖写，修补后重提可整笔重走
APPLY-PROFILE-FIELDS.
    MOVE PC-CUST-NO TO WS-PM-CUST-NO
    CALL 'MGMT-PER-CUST-INFO' USING WS-PM-CUST-NO,
          WS-PM-BLANK-NM, WS-PM-BLANK-ENG-NM, WS-PM-BLANK-LVL,
          WS-PM-BLANK-MOBILE, WS-NEW-E-MAIL,
          WS-PM-BLANK-CRTF-TYP, WS-PM-BLANK-CRTF-NO,
          WS-PM-BLANK-MATR-DT, WS-NEW-ADDR,
          WS-PM-BLANK-ADDR2, WS-PM-BLANK-GENDER,
          WS-PM-BLANK-MARRG, WS-PM-BLANK-BIRTH,
          WS-NEW-CAREER-TYP-CD, WS-PM-BLANK-STATE,
          WS-PM-BLANK-DOMOVS, WS-PM-BLANK-IDTYP,
          WS-PM-BLANK-EMPLY, WS-PM-BLANK-SHRHD,
          WS-PM-BLANK-SPS-NM, WS-PM-BLANK-SPS-ENG,
          WS-PM-BLANK-SPS-TYP, WS-PM-BLANK-SPS-NO,
          WS-PM-BLANK-SPS-TEL, WS-PM-BLANK-WORK-NM,
          WS-PM-BLANK-WORK-ADDR,
          WS-PM-BLANK-UPD-DT1, WS-PM-BLANK-UPD-TM1,
          WS-PM-BLANK-UPD-DT2, WS-PM-BLANK-UPD-TM2,
          WS-PM-BLANK-ADMIN, WS-OPER-TELR-NO, WS-PM-LANG-CD,
          WS-PM-BLANK-AGENT-TYP, WS-PM-BLANK-AGENT-NO,
          WS-PM-RESP-CODE, WS-PM-RESP-MSG
    END-CALL

    IF WS-PM-RESP-CODE NOT = '000000'
       AND WS-PM-RESP-CODE(1:1) NOT = 'W'
       MOVE WS-PM-RESP-CODE TO WS-RESP-CODE
       MOVE WS-PM-RESP-MSG TO WS-RESP-MSG
       MOVE 'R' TO RESP-APPLY-RSLT-CD
       EXIT PARAGRAPH
    END-IF

    IF WS-NEW-ADDR NOT = SPACES
       MOVE '02' TO WS-AD-OPER-TYP-CD
       PERFORM CALL-MGMT-ADDR
       IF WS-AD-RESP-CODE = 'F20008'
          MOVE '01' TO WS-AD-OPER-TYP-CD
          PERFORM CALL-MGMT-ADDR
       END-IF
       IF WS-AD-RESP-CODE NOT = '000000'
          AND WS-AD-RESP-CODE(1:1) NOT = 'W'
          MOVE WS-AD-RESP-CODE TO WS-RESP-CODE
          MOVE WS-AD-RESP-MSG TO WS-RESP-MSG
          MOVE 'R' TO RESP-APPLY-RSLT-CD
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE 'A' TO RESP-APPLY-RSLT-CD.

CALL-MGMT-ADDR.
    CALL 'MGMTADDR01' USING WS-PM-CUST-NO, PC-TENANT-NO,
                            WS-ADDR-TYP-CD, WS-NEW-ADDR,
                            WS-AD-CAREER-TYP-CD, WS-AD-CNTRY-CD,
                            WS-AD-OPER-TYP-CD, WS-OPER-TELR-NO,
                            WS-AD-RESP-CODE, WS-AD-RESP-MSG
    END-CALL.

*> 变更申请登记簿：按租户+渠道+申请编号一行，记最近一次处理结果
*> (A全部受理/R拒绝)，供重复申请识别与渠道查询
WRITE-CHG-LOG.
    IF WS-RESP-CODE = '000000'
       MOVE 'A' TO WS-LOG-RSLT-CD
    ELSE
       MOVE 'R' TO WS-LOG-RSLT-CD
    END-IF

    EXEC SQL
        UPDATE DGTL_PRFL_CHG_LOG
           SET RSLT_CD = :WS-LOG-RSLT-CD,
               RESP_CODE = :WS-RESP-CODE,
               RESP_MSG = :WS-RESP-MSG,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :PC-TENANT-NO
           AND CHNL_CD = :PC-CHNL-CD
           AND EXT_REQ_NO = :PC-EXT-REQ-NO
    END-EXEC

    IF SQLCODE = 100
       EXEC SQL
           INSERT INTO DGTL_PRFL_CHG_LOG (
               TENANT_NO, CHNL_CD, EXT_REQ_NO, CUST_NO, OTP_REF_NO,
               REQ_TM, RSLT_CD, RESP_CODE, RESP_MSG, CRT_TM, UPD_TM
           ) VALUES (
               :PC-TENANT-NO, :PC-CHNL-CD, :PC-EXT-REQ-NO,
               :PC-CUST-NO, :PC-OTP-REF-NO, :PC-REQ-TM,
               :WS-LOG-RSLT-CD, :WS-RESP-CODE, :WS-RESP-MSG,
               CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
           )
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0
       DISPLAY '变更申请登记簿写入失败 申请编号:' PC-EXT-REQ-NO
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.
