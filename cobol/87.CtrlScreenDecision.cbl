01  WS-NOW-TM              PIC X(14).
01  WS-OVR-SGL-HIGH-AMT    PIC 9(10)V99.

*> 时点回放标志：调用方送了裁决时点(断联代授权事后回放
*> STANDINRPLY01)时按该时点评估各时间窗口，且不开案、不排可信
*> 联系人通知、不落筛查流水——回放只是复核，不是一笔新交易
01  WS-REPLAY-FLG          PIC X(01).

*> 筛查规则处置(SCRNRULE01)工作区：各项命中处的拒绝/转人工置标
*> 为内置缺省口径，汇总决策前按租户/渠道的生产规则集(LIVE)逐个
*> 原因代码重定处置(D拒绝/R转人工/I仅提示)
01  WS-RULE-SET-CD         PIC X(10) VALUE 'LIVE'.
01  WS-RULE-IDX            PIC 9(02).
01  WS-RULE-RESP-CODE      PIC X(06).
01  WS-RULE-RESP-MSG       PIC X(50).
01  WS-RULE-ACTION-CD      PIC X(01).
01  WS-RULE-SORC-CD        PIC X(01).

*> 筛查决策流水工作区：原因代码表平铺为一个字符串随流水落库
01  WS-JRN-RSN-CDS         PIC X(40).
01  WS-JRN-RSN-IDX         PIC 9(02).
01  WS-LC-MERGED-TO        PIC X(20).
01  WS-LC-CRTF-MATR-DT     PIC X(08).
01  WS-LC-ESTATE-RELS-FLG  PIC X(01).
01  WS-LC-IDV-STUS-CD      PIC X(01).
01  WS-LC-REG-BLK-FLG      PIC X(01).

*> 并出客户号转发(MRGFWD01)工作区：已并档客户仍按LC03拒绝，
*> 响应码改回W20001并在响应信息中带出存续客户号，渠道据此改用
*> 存续客户号重新发起
01  WS-FWD-SURV-CUST-NO    PIC X(20).
01  WS-FWD-HOP-COUNT       PIC 9(02).
01  WS-FWD-RESP-CODE       PIC X(06).
01  WS-FWD-RESP-MSG        PIC X(50).

*> 司法冻结检查(FRZCHK01)工作区：在力冻结硬性拒绝
01  WS-FRZ-RESP-CODE       PIC X(06).
*> (租户参数SCRN_CLEAR_VALID_DAYS，未配置按90天)内抑制同因
*> 重复转人工；新命中自动开案
01  WS-CASE-CLEARED-FLG    PIC X(01).
*> 欺诈复核标志(ATOCORR01置、MGMTFRAUDREF01解除)工作区
01  WS-FRAUD-REF-COUNT     PIC 9(5).
01  WS-CASE-CLEAR-COUNT    PIC 9(5).
01  WS-CLEAR-VALID-DAYS    PIC 9(3).
01  WS-CLEAR-PARAM-TXT     PIC X(10).
01  WS-CO-HIGH-AMT         PIC 9(10)V99.
01  WS-CO-PARAM-TXT        PIC X(15).

*> 客户全渠道汇总限额(MGMTAGGRLMT01维护、AGGRUSE01汇总用量)工作区：
*> 当日/当月全部渠道已用加在途预占，再加本笔(折入汇总限额币种)
*> 越过上限即拒绝，分渠道拆单绕总量的口子由此堵上
01  WS-AGG-RESP-CODE       PIC X(06).
01  WS-AGG-RESP-MSG        PIC X(50).
01  WS-AGG-LMT-FLG         PIC X(01).
01  WS-AGG-CURR-CD         PIC X(03).
01  WS-AGG-DAY-MAX-AMT     PIC 9(10)V99.
01  WS-AGG-MON-MAX-AMT     PIC 9(10)V99.
01  WS-AGG-DAY-USED-AMT    PIC 9(10)V99.
01  WS-AGG-MON-USED-AMT    PIC 9(10)V99.
01  WS-AGG-TX-AMT          PIC 9(10)V99.
01  WS-AGG-TOTAL-AMT       PIC 9(11)V99.

*> 客户出行报备(MGMTTRVLNTC01柜面登记、TRVLNTCIMP01手机银行导入)
*> 工作区：境外交易落在在力报备的窗口与目的国别内不转人工；
*> 有在力报备但国别不在其内按TN01转人工，无报备按OV01转人工
*> (租户参数OVS_TX_REFER_FLG置'0'关闭；本国代码取HOME_CNTRY_CD，
*> 未配置按CHN)
01  WS-TN-HOME-CNTRY-CD    PIC X(03).
01  WS-TN-REFER-FLG        PIC X(01).
01  WS-TN-PARAM-TXT        PIC X(15).
01  WS-TN-COVER-COUNT      PIC 9(5).
01  WS-TN-ACTIVE-COUNT     PIC 9(5).

*> 老年及脆弱客户保护(MGMTCUSTPROT01登记、PROTAGEBAT01置年龄标志)
*> 工作区：年龄达租户参数PROTECT_AGE_THRESHOLD(未配置按65岁)或
*> 有在力保护登记的客户，向新签约外部收款人的首笔交易按PV01、
*> 达保护阈值(PROTECT_HIGH_AMT，未配置按1万)的交易按PV02转人工，
*> 并给可信联系人排一条通知(FLD_NM='TRUSTED_CNTC_ALERT')
01  WS-PV-FLAGGED-FLG      PIC X(01).
01  WS-PV-PARAM-TXT        PIC X(15).
01  WS-PV-AGE-THRESHOLD    PIC 9(03).
01  WS-PV-HIGH-AMT         PIC 9(10)V99.
01  WS-PV-NEW-SIGN-DAYS    PIC 9(03).
01  WS-PV-CURRENT-DATE-NUM PIC 9(08).
01  WS-PV-AGE-CUTOFF-NUM   PIC 9(08).
01  WS-PV-AGE-CUTOFF-DT    PIC X(08).
01  WS-PV-SIGN-START-NUM   PIC 9(08).
01  WS-PV-SIGN-START-TS    PIC X(10).
01  WS-PV-DESIG-COUNT      PIC 9(5).
01  WS-PV-AGE-COUNT        PIC 9(5).
01  WS-PV-SIGN-COUNT       PIC 9(5).
01  WS-PV-PRIOR-COUNT      PIC 9(5).
01  WS-PV-TRST-COUNT       PIC 9(5).
01  WS-PV-HIT-FLG          PIC X(01).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'CTRLSCRN01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(20).     *> 客户编号
                       INDEXED BY RESP-RSN-INDEX.
        10  RESP-RSN-CD        PIC X(04).

*> ========== 输入参数(续) ==========
01  REQ-TX-CNTRY-CD        PIC X(03).     *> 交易发生国别代码(空=境内)
01  REQ-PAYEE-ACCT-NO      PIC X(20).     *> 收款账号(转账类交易，
                                          *> 其他交易为空)
01  REQ-AS-OF-TM           PIC X(14).     *> 裁决时点YYYYMMDDHHMMSS
                                          *> (空=当前时刻；事后回放
                                          *> 时送原交易时刻)

PROCEDURE DIVISION
    USING REQ-CUST-NO, REQ-TENANT-NO, REQ-PMIT-TERMINAL-CD,
          REQ-TX-AMT, REQ-CURR-CD, RESP-CODE, RESP-MSG,
          RESP-DECISION-CD, RESP-RSN-COUNT, RESP-RSN-TABLE,
          REQ-TX-CNTRY-CD, REQ-PAYEE-ACCT-NO, REQ-AS-OF-TM.

*> 管控筛查统一决策服务："该客户能不能做这笔交易"集中在此裁决，
*> 取代各渠道分别调QURYPERCUSTNAMELIST/QURYOVSCASHWITHDRRECTRFLG/
*> QURYPERCUSTCHNLTXNCOMMOND后各拼各的组合逻辑(ATM与手机银行对
*> 灰名单的口径已经对不上)。按序评估：有效管控名单→拒绝；
*> 未到期境外取现黑名单→拒绝；单笔上下限越界→拒绝；全渠道
*> 汇总限额越界→拒绝；境外交易不在在力出行报备内→转人工复核；
*> 受保护(老年/脆弱)客户向新外部收款人首笔或大额→转人工复核；
*> 非管控(灰)名单命中→转人工复核；原因代码按评估顺序逐条回传。
*> 以上为各原因代码的内置缺省处置，租户可按渠道在筛查规则表
*> (MGMTSCRNRULE01维护，SCRNRULE01解析)改定，汇总决策以规则为准
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 0 TO RESP-RSN-COUNT
    MOVE 'N' TO WS-DENY-FLG
    MOVE 'N' TO WS-REFER-FLG
    MOVE SPACES TO WS-FWD-SURV-CUST-NO
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-NOW-TM
    MOVE 'N' TO WS-REPLAY-FLG
    IF REQ-AS-OF-TM NOT = SPACES
       MOVE 'Y' TO WS-REPLAY-FLG
       MOVE REQ-AS-OF-TM(1:8) TO WS-CURRENT-DATE
       MOVE REQ-AS-OF-TM TO WS-NOW-TM
    END-IF
    *> 比较金额每次调用无条件重置：本程序为常驻子程序，上一次
    *> 调用的折算金额会留在工作区，证件预筛(金额0)不得拿它比较
    MOVE REQ-TX-AMT TO WS-CMP-TX-AMT
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT PERSONAL_CUSTOMER_LIST' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '名单筛查失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT OVS_CASH_WITHDR_BLK' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '黑名单筛查失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    *> 4.2) 窗口内的在力临时调升(MGMTLMTOVR01)覆盖常设单笔上限，
    *>      到点未撤的调升因时刻比对天然失效
    IF WS-LMT-FOUND = 'Y'
       IF WS-REPLAY-FLG NOT = 'Y'
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
          MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-NOW-TM
       END-IF
       MOVE 0 TO WS-OVR-SGL-HIGH-AMT
       EXEC SQL
           SELECT OVR_SGL_TX_HIGH_AMT
       END-IF
    END-IF.

    *> 4.5) 客户全渠道汇总限额：个别设定或客户等级缺省的日/月
    *>      上限，当期全渠道已用加在途预占再加本笔越界即拒绝(日
    *>      AG01/月AG02)；牌价缺失或过期时按FX01转人工
    PERFORM CHECK-AGGR-LIMIT.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4.6) 境外交易与出行报备：交易国别非本国时，落在客户在力
    *>      出行报备的日期窗口与目的国别内即不转人工；有在力报备
    *>      但国别不在其目的国别内按TN01转人工；无在力报备按OV01
    *>      转人工
    PERFORM CHECK-TRAVEL-NOTICE.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4.7) 老年及脆弱客户保护：受保护客户向新签约外部收款人的
    *>      首笔转账(PV01)与达保护阈值的交易(PV02)转人工，并通知
    *>      其可信联系人
    PERFORM CHECK-PROTECTED-CUST.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4.8) 联系方式冷静期：手机/邮箱刚变更过的客户，窗口内的
    *>      大额交易转人工——社工改号后立刻掏空账户的套路在
    *>      这里被拦下
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT PERSONAL_CUSTOMER_LIST' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '灰名单筛查失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
          MOVE 'Y' TO WS-REFER-FLG
          MOVE 'NL02' TO WS-RSN-CD
          PERFORM ADD-REASON-CODE
          *> 未有在办案件时自动开案，转人工有案可循(时点回放
          *> 不开案)
          IF WS-REPLAY-FLG NOT = 'Y'
             PERFORM OPEN-SCREEN-CASE-AUTO
          END-IF
       END-IF
    END-IF.

    *> 5.5) 欺诈复核标志：账户接管关联扫描(ATOCORR01)判为高风险的
    *>      客户在CUST_FRAUD_REFERRAL留有在力标志('1')，欺诈运营经
    *>      MGMTFRAUDREF01解除前一律转人工复核
    MOVE 0 TO WS-FRAUD-REF-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-FRAUD-REF-COUNT
          FROM CUST_FRAUD_REFERRAL
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_FRAUD_REFERRAL' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '欺诈复核标志筛查失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-FRAUD-REF-COUNT > 0
       MOVE 'Y' TO WS-REFER-FLG
       MOVE 'FR01' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
    END-IF.

    *> 6) 汇总决策：先按筛查规则表重定各原因代码的处置，任一拒绝
    *>    原因即拒绝，仅有复核原因则转人工，否则允许
    PERFORM APPLY-SCRN-RULES
    EVALUATE TRUE
       WHEN WS-DENY-FLG = 'Y'
          MOVE 'D' TO RESP-DECISION-CD
    END-EVALUATE.
    MOVE '000000' TO WS-RESP-CODE.

    *> 6.5) 并出客户号：决策不变(拒绝)，响应码改为转发码并带出
    *>      存续客户号
    IF WS-FWD-SURV-CUST-NO NOT = SPACES
       MOVE 'W20001' TO WS-RESP-CODE
       MOVE SPACES TO WS-RESP-MSG
       STRING '已并档，存续客户号:' DELIMITED BY SIZE
              WS-FWD-SURV-CUST-NO DELIMITED BY SPACE
         INTO WS-RESP-MSG
       END-STRING
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    IF WS-REPLAY-FLG NOT = 'Y'
       PERFORM WRITE-SCRN-JOURNAL
    END-IF
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
    MOVE SPACES TO WS-LC-MERGED-TO
    MOVE SPACES TO WS-LC-CRTF-MATR-DT
    MOVE '0' TO WS-LC-ESTATE-RELS-FLG
    MOVE SPACES TO WS-LC-IDV-STUS-CD
    EXEC SQL
        SELECT COALESCE(DECD_FLG, '0'), COALESCE(DORM_FLG, '0'),
               VALID_FLG, COALESCE(MERGED_TO_CUST_NO, ' '),
               COALESCE(CRTF_MATR_DT, ' '),
               COALESCE(ESTATE_RELS_FLG, '0'),
               COALESCE(IDV_STUS_CD, ' ')
          INTO :WS-LC-DECD-FLG, :WS-LC-DORM-FLG,
               :WS-LC-VALID-FLG, :WS-LC-MERGED-TO,
               :WS-LC-CRTF-MATR-DT, :WS-LC-ESTATE-RELS-FLG,
               :WS-LC-IDV-STUS-CD
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-CUST-LIFECYCLE' TO WS-TE-PARA-NM
       MOVE 'SELECT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '客户状态筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    *> 已并档客户(档案转入存续客户号) -> 拒绝
    *> 存续客户号经MRGFWD01沿归并日志追到链尾(A并入B、B再并入C
    *> 回C)，追不出时不回送转发号，仍只按LC03拒绝
    IF WS-LC-MERGED-TO NOT = SPACES
       MOVE 'Y' TO WS-DENY-FLG
       MOVE 'LC03' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
       CALL 'MRGFWD01' USING REQ-TENANT-NO, REQ-CUST-NO,
                             WS-FWD-SURV-CUST-NO, WS-FWD-HOP-COUNT,
                             WS-FWD-RESP-CODE, WS-FWD-RESP-MSG
       END-CALL
       IF WS-FWD-RESP-CODE NOT = 'W20001'
          MOVE SPACES TO WS-FWD-SURV-CUST-NO
       END-IF
    END-IF.

    *> 睡眠客户 -> 转人工复核
       PERFORM ADD-REASON-CODE
    END-IF.

    *> 开户联网核查(IDVREQ01/IDVRESP01)：待核查/已送核查未回
    *> -> 转人工复核；姓名不符/证件已注销/仅照片比对 -> 转人工
    *> 复核，直至柜员经MGMTIDV01核实处理('9')。核查一致('2')与
    *> 不走联网核查的存量客户(空白)不受影响
    EVALUATE WS-LC-IDV-STUS-CD
       WHEN '0'
       WHEN '1'
          MOVE 'Y' TO WS-REFER-FLG
          MOVE 'IV01' TO WS-RSN-CD
          PERFORM ADD-REASON-CODE
       WHEN '3'
       WHEN '4'
       WHEN '5'
          MOVE 'Y' TO WS-REFER-FLG
          MOVE 'IV02' TO WS-RSN-CD
          PERFORM ADD-REASON-CODE
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

    *> 对公客户工商登记状态(CORPREGSYNC01比对市场监管登记文件)：
    *> 已注销/已吊销企业 -> 拒绝，直至合规经MGMT-CORP-CUST-INFO
    *> 复核办结解除(REG_BLK_FLG置'0')；对私客户无此行，跳过
    MOVE '0' TO WS-LC-REG-BLK-FLG
    EXEC SQL
        SELECT COALESCE(REG_BLK_FLG, '0')
          INTO :WS-LC-REG-BLK-FLG
          FROM CORPORATE_CUSTOMER_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-CUST-LIFECYCLE' TO WS-TE-PARA-NM
       MOVE 'SELECT CORPORATE_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '客户状态筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-LC-REG-BLK-FLG = '1'
       MOVE 'Y' TO WS-DENY-FLG
       MOVE 'RG01' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
    END-IF.

*> 筛查决策流水：每次裁决(含拒绝/转人工及其全部原因代码)落
*> CTRL_SCRN_JOURNAL——合规问"上周二谁被拒了、为什么"时按表
*> 回答，不再无据可查。写在EXIT-PROGRAM、业务裁决已定之后，
        INSERT INTO CTRL_SCRN_JOURNAL (
            SCRN_DT, TENANT_NO, CUST_NO, PMIT_TERMINAL_CD,
            CURR_CD, TX_AMT, DECISION_CD, RSN_CDS, RESP_CODE,
            PAYEE_ACCT_NO, SCRN_TM
        ) VALUES (
            :WS-CURRENT-DATE, :REQ-TENANT-NO, :REQ-CUST-NO,
            :REQ-PMIT-TERMINAL-CD, :REQ-CURR-CD, :REQ-TX-AMT,
            :RESP-DECISION-CD, :WS-JRN-RSN-CDS, :WS-RESP-CODE,
            :REQ-PAYEE-ACCT-NO, CURRENT_TIMESTAMP
        )
    END-EXEC.

       EXEC SQL COMMIT END-EXEC
    END-IF.

*> 按规则重定处置：已命中的原因代码逐个经SCRNRULE01取租户/渠道
*> 在裁决日期生效的处置，据此重置拒绝/转人工标志；规则表查不了
*> 时SCRNRULE01回送内置缺省，裁决口径同规则上线前
APPLY-SCRN-RULES.
    MOVE 'N' TO WS-DENY-FLG
    MOVE 'N' TO WS-REFER-FLG
    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > RESP-RSN-COUNT
       CALL 'SCRNRULE01' USING REQ-TENANT-NO, WS-RULE-SET-CD,
                               REQ-PMIT-TERMINAL-CD,
                               RESP-RSN-CD(WS-RULE-IDX),
                               WS-CURRENT-DATE, WS-RULE-RESP-CODE,
                               WS-RULE-RESP-MSG, WS-RULE-ACTION-CD,
                               WS-RULE-SORC-CD
       END-CALL
       EVALUATE WS-RULE-ACTION-CD
          WHEN 'D'
             MOVE 'Y' TO WS-DENY-FLG
          WHEN 'I'
             CONTINUE
          WHEN OTHER
             MOVE 'Y' TO WS-REFER-FLG
       END-EVALUATE
    END-PERFORM.

*> 按评估顺序追加一个原因代码
ADD-REASON-CODE.
    IF RESP-RSN-COUNT < 10
       MOVE 'CO01' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
    END-IF.

*> 客户全渠道汇总限额检查：金额为0的证件预筛不检查；客户未设定
*> 汇总限额(个别与等级缺省皆无)时不拦截，口径同渠道限额未配置；
*> 汇总用量查询失败时从严失败退出
CHECK-AGGR-LIMIT.
    IF REQ-TX-AMT = 0
       EXIT PARAGRAPH
    END-IF

    CALL 'AGGRUSE01' USING REQ-TENANT-NO, REQ-CUST-NO,
                           WS-AGG-RESP-CODE, WS-AGG-RESP-MSG,
                           WS-AGG-LMT-FLG, WS-AGG-CURR-CD,
                           WS-AGG-DAY-MAX-AMT, WS-AGG-MON-MAX-AMT,
                           WS-AGG-DAY-USED-AMT, WS-AGG-MON-USED-AMT
    END-CALL

    IF WS-AGG-RESP-CODE = 'W20201'
       MOVE 'Y' TO WS-REFER-FLG
       MOVE 'FX01' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
       EXIT PARAGRAPH
    END-IF

    IF WS-AGG-RESP-CODE NOT = '000000'
       MOVE WS-AGG-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AGG-RESP-MSG TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-AGG-LMT-FLG NOT = 'Y'
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-TX-AMT TO WS-AGG-TX-AMT
    IF REQ-CURR-CD NOT = WS-AGG-CURR-CD
       CALL 'EXRATECONV01' USING REQ-TENANT-NO, REQ-CURR-CD,
                                 WS-AGG-CURR-CD, REQ-TX-AMT,
                                 WS-CONV-RESP-CODE,
                                 WS-CONV-RESP-MSG, WS-CONV-AMT
       END-CALL
       IF WS-CONV-RESP-CODE NOT = '000000'
          MOVE 'Y' TO WS-REFER-FLG
          MOVE 'FX01' TO WS-RSN-CD
          PERFORM ADD-REASON-CODE
          EXIT PARAGRAPH
       END-IF
       MOVE WS-CONV-AMT TO WS-AGG-TX-AMT
    END-IF

    COMPUTE WS-AGG-TOTAL-AMT = WS-AGG-DAY-USED-AMT + WS-AGG-TX-AMT
    IF WS-AGG-TOTAL-AMT > WS-AGG-DAY-MAX-AMT
       MOVE 'Y' TO WS-DENY-FLG
       MOVE 'AG01' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
    END-IF

    COMPUTE WS-AGG-TOTAL-AMT = WS-AGG-MON-USED-AMT + WS-AGG-TX-AMT
    IF WS-AGG-TOTAL-AMT > WS-AGG-MON-MAX-AMT
       MOVE 'Y' TO WS-DENY-FLG
       MOVE 'AG02' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
    END-IF.

*> 出行报备检查：交易国别为空或为本国(租户参数HOME_CNTRY_CD，
*> 未配置按CHN)时不检查；当日落在在力报备(状态'1')起止日期内且
*> 目的国别含交易国别即放过；有在力报备但国别不符按TN01、无在力
*> 报备按OV01转人工(租户参数OVS_TX_REFER_FLG置'0'时不转)；查询
*> 失败时从严失败退出
CHECK-TRAVEL-NOTICE.
    IF REQ-TX-CNTRY-CD = SPACES
       EXIT PARAGRAPH
    END-IF

    MOVE 'CHN' TO WS-TN-HOME-CNTRY-CD
    MOVE SPACES TO WS-TN-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-TN-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND PARAM_NM = 'HOME_CNTRY_CD'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-TN-PARAM-TXT NOT = SPACES
       MOVE WS-TN-PARAM-TXT(1:3) TO WS-TN-HOME-CNTRY-CD
    END-IF

    IF REQ-TX-CNTRY-CD = WS-TN-HOME-CNTRY-CD
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-TN-COVER-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-TN-COVER-COUNT
          FROM CUST_TRAVEL_NOTICE N, CUST_TRAVEL_NOTICE_DEST D
         WHERE N.TENANT_NO = :REQ-TENANT-NO
           AND N.CUST_NO = :REQ-CUST-NO
           AND N.STUS_CD = '1'
           AND N.START_DT <= :WS-CURRENT-DATE
           AND N.END_DT >= :WS-CURRENT-DATE
           AND D.NOTICE_SEQ_NO = N.NOTICE_SEQ_NO
           AND D.CNTRY_CD = :REQ-TX-CNTRY-CD
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-TRAVEL-NOTICE' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_TRAVEL_NOTICE' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '出行报备筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-TN-COVER-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-TN-ACTIVE-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-TN-ACTIVE-COUNT
          FROM CUST_TRAVEL_NOTICE
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND STUS_CD = '1'
           AND START_DT <= :WS-CURRENT-DATE
           AND END_DT >= :WS-CURRENT-DATE
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-TRAVEL-NOTICE' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_TRAVEL_NOTICE' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '出行报备筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    *> 报备国别不符是明确的异常信号，不受总开关控制
    IF WS-TN-ACTIVE-COUNT > 0
       MOVE 'Y' TO WS-REFER-FLG
       MOVE 'TN01' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
       EXIT PARAGRAPH
    END-IF

    MOVE '1' TO WS-TN-REFER-FLG
    MOVE SPACES TO WS-TN-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-TN-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND PARAM_NM = 'OVS_TX_REFER_FLG'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-TN-PARAM-TXT NOT = SPACES
       MOVE WS-TN-PARAM-TXT(1:1) TO WS-TN-REFER-FLG
    END-IF

    IF WS-TN-REFER-FLG NOT = '0'
       MOVE 'Y' TO WS-REFER-FLG
       MOVE 'OV01' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
    END-IF.

*> 老年及脆弱客户保护检查：年龄按出生日期对租户参数
*> PROTECT_AGE_THRESHOLD(未配置按65岁)现算，批量置标之前即已生效；
*> 另有在力保护登记(年龄标志或人工脆弱标志)的同样受保护。受保护
*> 客户：收款账号为近PROTECT_NEW_SIGN_DAYS天(未配置按30天)内新签约
*> 的外部账户且此前没有放行过的转账按PV01、折算金额达
*> PROTECT_HIGH_AMT(未配置按1万)的按PV02转人工；任一命中且登记了
*> 可信联系人时排通知。查询失败时从严失败退出
CHECK-PROTECTED-CUST.
    MOVE 'N' TO WS-PV-FLAGGED-FLG
    MOVE 'N' TO WS-PV-HIT-FLG

    MOVE 65 TO WS-PV-AGE-THRESHOLD
    MOVE SPACES TO WS-PV-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PV-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND PARAM_NM = 'PROTECT_AGE_THRESHOLD'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-PV-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PV-PARAM-TXT) = 0
       MOVE FUNCTION NUMVAL(WS-PV-PARAM-TXT) TO WS-PV-AGE-THRESHOLD
    END-IF

    MOVE WS-CURRENT-DATE TO WS-PV-CURRENT-DATE-NUM
    COMPUTE WS-PV-AGE-CUTOFF-NUM =
            WS-PV-CURRENT-DATE-NUM - WS-PV-AGE-THRESHOLD * 10000
    MOVE WS-PV-AGE-CUTOFF-NUM TO WS-PV-AGE-CUTOFF-DT

    MOVE 0 TO WS-PV-AGE-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-PV-AGE-COUNT
          FROM PERSONAL_CUSTOMER_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
           AND BIRTH_DT NOT = SPACES
           AND BIRTH_DT <= :WS-PV-AGE-CUTOFF-DT
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-PROTECTED-CUST' TO WS-TE-PARA-NM
       MOVE 'SELECT PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '客户保护筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-PV-DESIG-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-PV-DESIG-COUNT
          FROM CUST_PROTECT_DESIG
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
           AND (AGE_FLG = '1' OR VULN_FLG = '1')
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-PROTECTED-CUST' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_PROTECT_DESIG' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '客户保护筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-PV-AGE-COUNT = 0 AND WS-PV-DESIG-COUNT = 0
       EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-PV-FLAGGED-FLG

    *> 新签约外部收款人首笔：签约在窗口内、外部账户标志'Y'，且筛查
    *> 流水中没有对该收款账号放行过的记录
    IF REQ-PAYEE-ACCT-NO NOT = SPACES
       MOVE 30 TO WS-PV-NEW-SIGN-DAYS
       MOVE SPACES TO WS-PV-PARAM-TXT
       EXEC SQL
           SELECT PARAM_VAL INTO :WS-PV-PARAM-TXT
             FROM TENANT_PARAM_INFO
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND PARAM_NM = 'PROTECT_NEW_SIGN_DAYS'
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE = 0 AND WS-PV-PARAM-TXT NOT = SPACES
          AND FUNCTION TEST-NUMVAL(WS-PV-PARAM-TXT) = 0
          MOVE FUNCTION NUMVAL(WS-PV-PARAM-TXT) TO WS-PV-NEW-SIGN-DAYS
       END-IF
       COMPUTE WS-PV-SIGN-START-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PV-CURRENT-DATE-NUM)
               - WS-PV-NEW-SIGN-DAYS)
       MOVE SPACES TO WS-PV-SIGN-START-TS
       STRING WS-PV-SIGN-START-NUM(1:4) DELIMITED BY SIZE
              '-'                       DELIMITED BY SIZE
              WS-PV-SIGN-START-NUM(5:2) DELIMITED BY SIZE
              '-'                       DELIMITED BY SIZE
              WS-PV-SIGN-START-NUM(7:2) DELIMITED BY SIZE
         INTO WS-PV-SIGN-START-TS
       END-STRING

       MOVE 0 TO WS-PV-SIGN-COUNT
       EXEC SQL
           SELECT COUNT(*) INTO :WS-PV-SIGN-COUNT
             FROM SIGN_RELATION_INFO
            WHERE CUST_NO = :REQ-CUST-NO
              AND CUST_ACCT_NO = :REQ-PAYEE-ACCT-NO
              AND EXT_ACCT_FLG = 'Y'
              AND VALID_FLG = '1'
              AND CRT_TM >= :WS-PV-SIGN-START-TS
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'CHECK-PROTECTED-CUST' TO WS-TE-PARA-NM
          MOVE 'SELECT SIGN_RELATION_INFO' TO WS-TE-OPER-CD
          MOVE 'E12003' TO WS-RESP-CODE
          MOVE '客户保护筛查失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF

       IF WS-PV-SIGN-COUNT > 0
          MOVE 0 TO WS-PV-PRIOR-COUNT
          EXEC SQL
              SELECT COUNT(*) INTO :WS-PV-PRIOR-COUNT
                FROM CTRL_SCRN_JOURNAL
               WHERE TENANT_NO = :REQ-TENANT-NO
                 AND CUST_NO = :REQ-CUST-NO
                 AND PAYEE_ACCT_NO = :REQ-PAYEE-ACCT-NO
                 AND DECISION_CD = 'A'
          END-EXEC
          IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-TE-SQLCODE
             MOVE 'CHECK-PROTECTED-CUST' TO WS-TE-PARA-NM
             MOVE 'SELECT CTRL_SCRN_JOURNAL' TO WS-TE-OPER-CD
             MOVE 'E12003' TO WS-RESP-CODE
             MOVE '客户保护筛查失败' TO WS-RESP-MSG
             EXIT PARAGRAPH
          END-IF
          IF WS-PV-PRIOR-COUNT = 0
             MOVE 'Y' TO WS-REFER-FLG
             MOVE 'Y' TO WS-PV-HIT-FLG
             MOVE 'PV01' TO WS-RSN-CD
             PERFORM ADD-REASON-CODE
          END-IF
       END-IF
    END-IF

    *> 保护阈值：金额口径同冷静期(折入限额币种后的WS-CMP-TX-AMT)
    MOVE 10000 TO WS-PV-HIGH-AMT
    MOVE SPACES TO WS-PV-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PV-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND PARAM_NM = 'PROTECT_HIGH_AMT'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-PV-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PV-PARAM-TXT) = 0
       MOVE FUNCTION NUMVAL(WS-PV-PARAM-TXT) TO WS-PV-HIGH-AMT
    END-IF

    IF WS-CMP-TX-AMT > 0
       AND WS-CMP-TX-AMT >= WS-PV-HIGH-AMT
       MOVE 'Y' TO WS-REFER-FLG
       MOVE 'Y' TO WS-PV-HIT-FLG
       MOVE 'PV02' TO WS-RSN-CD
       PERFORM ADD-REASON-CODE
    END-IF

    IF WS-PV-HIT-FLG = 'Y' AND WS-REPLAY-FLG NOT = 'Y'
       PERFORM QUEUE-TRUSTED-CNTC-ALERT
    END-IF.

*> 可信联系人通知：登记了可信联系人的，按NOTIFY_SUBSCRIPTION订阅
*> 'TRUSTED_CNTC_ALERT'的系统各排一条待投递通知，由NOTIFYDISP01
*> 经CNTCPREFCHK01核对联络许可后投递；排队失败只记DISPLAY，不影响
*> 筛查裁决
QUEUE-TRUSTED-CNTC-ALERT.
    MOVE 0 TO WS-PV-TRST-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-PV-TRST-COUNT
          FROM CUST_PROTECT_DESIG
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
           AND TRST_CNTC_SORC_CD NOT = ' '
    END-EXEC
    IF SQLCODE NOT = 0 OR WS-PV-TRST-COUNT = 0
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO CUST_CNTC_NOTIFY_QUEUE
            (CUST_NO, FLD_NM, EFF_TM, SUBSCRIBER_SYS_ID,
             NOTIFY_STATUS, CRT_TM)
        SELECT :REQ-CUST-NO, 'TRUSTED_CNTC_ALERT',
               CURRENT_TIMESTAMP, SYS_ID, '0', CURRENT_TIMESTAMP
          FROM NOTIFY_SUBSCRIPTION
         WHERE FLD_NM = 'TRUSTED_CNTC_ALERT'
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '可信联系人通知排队失败 客户号:' REQ-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
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
