IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTSCRNRULE01.

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
01  WS-CURRENT-DATE-TIME   PIC X(21).
01  WS-CURRENT-DATE        PIC X(08).
01  WS-YESTERDAY-DT        PIC X(08).
01  WS-DATE-NUM            PIC 9(08).
01  WS-EFFT-DT-NUM         PIC 9(08).
01  WS-EXPIRE-DT-NUM       PIC 9(08).

*> 现有规则行(同租户/规则集/渠道/原因代码/生效日期)
01  WS-RULE-FOUND          PIC X(01).
01  WS-OLD-ACTION-CD       PIC X(01).
01  WS-OLD-EXPIRE-DT       PIC X(08).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 双人复核(maker/checker)工作区：生产规则集(LIVE)直接改变筛查
*> 裁决，其维护与候选集转生产一律须经另一柜员在MGMTPENDAUTH01
*> 复核(不随租户参数DUAL_CTRL_FLG关闭)；候选集只供模拟，不设复核
01  WS-AUTH-PROCEED-FLG    PIC X(01).
01  WS-AUTH-COUNT          PIC 9(5).
01  WS-AUTH-SEQ-NO         PIC X(14).
01  WS-AUTH-SEQ-NO-NUM REDEFINES WS-AUTH-SEQ-NO
                           PIC 9(14).
01  WS-AUTH-DUP-COUNT      PIC 9(5).
01  WS-AUTH-RETRY-COUNT    PIC 9(3).
01  WS-AUTH-REQ-KEY        PIC X(40).
01  WS-AUTH-REQ-DIGEST     PIC X(120).

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

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTSCRNRULE01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-RULE-SET-CD        PIC X(10).     *> 规则集(LIVE=生产/其他=候选)
01  REQ-PMIT-TERMINAL-CD   PIC X(02).     *> 渠道代码('**'=全渠道)
01  REQ-RSN-CD             PIC X(04).     *> 筛查原因代码
01  REQ-ACTION-CD          PIC X(01).     *> 处置(D拒绝/R转人工/I仅提示)
01  REQ-EFFT-DT            PIC X(08).     *> 生效日期
01  REQ-EXPIRE-DT          PIC X(08).     *> 失效日期(空=长期)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/
                                          *> 03删除/04候选集转生产)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-RULE-SET-CD, REQ-PMIT-TERMINAL-CD,
          REQ-RSN-CD, REQ-ACTION-CD, REQ-EFFT-DT, REQ-EXPIRE-DT,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 筛查规则维护：管控筛查(CTRLSCRN01)各原因代码的处置按租户、
*> 渠道落SCRN_RULE_ACTION(带生效/失效日期)，合规改口径(如某租户
*> 某渠道灰名单由转人工改为拒绝)不再等程序发版。生产集(LIVE)
*> 的新增/修改/删除与候选集转生产须双人复核；生产规则不得倒签
*> 生效日期，已生效的行只能改失效日期，删除即以昨日失效保留
*> 历史——SCRNRULESIM01回放筛查流水时按当日生效的规则复原。
*> 候选集由合规自由编排，经SCRNRULESIM01模拟评估后整集转生产
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE TO WS-DATE-NUM
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
    MOVE WS-DATE-NUM TO WS-YESTERDAY-DT

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-RULE-SET-CD = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/规则集不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'MOD' TO WS-OPER-TYPE
       WHEN '03'  *> 删除
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN '04'  *> 候选集转生产
          MOVE 'PRO' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    IF WS-OPER-TYPE = 'PRO'
       IF REQ-RULE-SET-CD = 'LIVE'
          MOVE 'F20002' TO WS-RESP-CODE
          MOVE '转生产须指定候选规则集' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    ELSE
       PERFORM VALIDATE-RULE-FIELDS
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2.3) 柜员权限校验(合规角色'09'，同MGMTNAMELIST01)
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '09' TO WS-AUTHCHK-ROLE-CD
    MOVE SPACES TO WS-AUTHCHK-CUST-NO
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
    MOVE 'MGMTSCRNRULE01' TO WS-MAINTWIN-PGM-ID
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

    *> 2.5) 生产集维护与转生产须双人复核：已有复核通过的同一请求
    *>      则消费放行，否则登记待复核且本笔不执行
    IF REQ-RULE-SET-CD = 'LIVE' OR WS-OPER-TYPE = 'PRO'
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
    END-IF.

    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          PERFORM ADD-SCRN-RULE
       WHEN 'MOD'
          PERFORM MOD-SCRN-RULE
       WHEN 'DEL'
          PERFORM DEL-SCRN-RULE
       WHEN 'PRO'
          PERFORM PROMOTE-RULE-SET
    END-EVALUATE.

    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 5) 成功返回
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE '筛查规则新增成功' TO WS-RESP-MSG
       WHEN 'MOD'
          MOVE '筛查规则修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '筛查规则删除成功' TO WS-RESP-MSG
       WHEN 'PRO'
          MOVE '候选规则集已转生产' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 规则字段校验：渠道/原因代码必填；新增与修改须给合法处置；
*> 生效日期须为有效日期，失效日期不早于生效日期；生产集不得
*> 倒签生效日期，也不得把失效日期改到今天之前
VALIDATE-RULE-FIELDS.
    IF REQ-PMIT-TERMINAL-CD = SPACES OR REQ-RSN-CD = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '渠道代码/原因代码不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-OPER-TYPE NOT = 'DEL'
       AND REQ-ACTION-CD NOT = 'D' AND REQ-ACTION-CD NOT = 'R'
       AND REQ-ACTION-CD NOT = 'I'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '处置只能为D拒绝/R转人工/I仅提示' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-EFFT-DT IS NOT NUMERIC
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '生效日期不是有效日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF
    MOVE REQ-EFFT-DT TO WS-EFFT-DT-NUM
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFT-DT-NUM) NOT = 0
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '生效日期不是有效日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-OPER-TYPE = 'DEL'
       EXIT PARAGRAPH
    END-IF

    IF REQ-EXPIRE-DT NOT = SPACES
       IF REQ-EXPIRE-DT IS NOT NUMERIC
          MOVE 'F20004' TO WS-RESP-CODE
          MOVE '失效日期不是有效日期' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
       MOVE REQ-EXPIRE-DT TO WS-EXPIRE-DT-NUM
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRE-DT-NUM) NOT = 0
          OR REQ-EXPIRE-DT < REQ-EFFT-DT
          MOVE 'F20004' TO WS-RESP-CODE
          MOVE '失效日期无效或早于生效日期' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    END-IF

    IF REQ-RULE-SET-CD = 'LIVE'
       IF WS-OPER-TYPE = 'ADD' AND REQ-EFFT-DT < WS-CURRENT-DATE
          MOVE 'F20005' TO WS-RESP-CODE
          MOVE '生产规则生效日期不得早于今天' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
       IF REQ-EXPIRE-DT NOT = SPACES
          AND REQ-EXPIRE-DT < WS-CURRENT-DATE
          MOVE 'F20005' TO WS-RESP-CODE
          MOVE '生产规则失效日期不得早于今天' TO WS-RESP-MSG
       END-IF
    END-IF.

*> 读取同键有效规则行
READ-SCRN-RULE.
    MOVE 'N' TO WS-RULE-FOUND
    MOVE SPACES TO WS-OLD-ACTION-CD
    MOVE SPACES TO WS-OLD-EXPIRE-DT
    EXEC SQL
        SELECT ACTION_CD, EXPIRE_DT
          INTO :WS-OLD-ACTION-CD, :WS-OLD-EXPIRE-DT
          FROM SCRN_RULE_ACTION
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND RULE_SET_CD = :REQ-RULE-SET-CD
           AND PMIT_TERMINAL_CD = :REQ-PMIT-TERMINAL-CD
           AND RSN_CD = :REQ-RSN-CD
           AND EFFT_DT = :REQ-EFFT-DT
           AND VALID_FLG = '1'
    END-EXEC.

    EVALUATE SQLCODE
       WHEN 0
          MOVE 'Y' TO WS-RULE-FOUND
       WHEN 100
          CONTINUE
       WHEN OTHER
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'READ-SCRN-RULE' TO WS-TE-PARA-NM
          MOVE 'SELECT SCRN_RULE_ACTION' TO WS-TE-OPER-CD
          MOVE 'E12003' TO WS-RESP-CODE
          MOVE '筛查规则查询失败' TO WS-RESP-MSG
    END-EVALUATE.

*> 新增：同键已有有效行的报已存在
ADD-SCRN-RULE.
    PERFORM READ-SCRN-RULE
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF
    IF WS-RULE-FOUND = 'Y'
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '该筛查规则已存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO SCRN_RULE_ACTION (
            TENANT_NO, RULE_SET_CD, PMIT_TERMINAL_CD, RSN_CD,
            ACTION_CD, EFFT_DT, EXPIRE_DT, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-RULE-SET-CD, :REQ-PMIT-TERMINAL-CD,
            :REQ-RSN-CD, :REQ-ACTION-CD, :REQ-EFFT-DT,
            :REQ-EXPIRE-DT, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-SCRN-RULE' TO WS-TE-PARA-NM
       MOVE 'INSERT SCRN_RULE_ACTION' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '筛查规则新增失败' TO WS-RESP-MSG
    END-IF.

*> 修改：行须存在；已生效的生产规则只能改失效日期(处置变更须以
*> 新生效日期另起一行，保留当日之前的裁决口径)
MOD-SCRN-RULE.
    PERFORM READ-SCRN-RULE
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF
    IF WS-RULE-FOUND NOT = 'Y'
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '筛查规则不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-RULE-SET-CD = 'LIVE'
       AND REQ-EFFT-DT <= WS-CURRENT-DATE
       AND REQ-ACTION-CD NOT = WS-OLD-ACTION-CD
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '已生效的生产规则只能改失效日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE SCRN_RULE_ACTION
           SET ACTION_CD = :REQ-ACTION-CD,
               EXPIRE_DT = :REQ-EXPIRE-DT,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND RULE_SET_CD = :REQ-RULE-SET-CD
           AND PMIT_TERMINAL_CD = :REQ-PMIT-TERMINAL-CD
           AND RSN_CD = :REQ-RSN-CD
           AND EFFT_DT = :REQ-EFFT-DT
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-SCRN-RULE' TO WS-TE-PARA-NM
       MOVE 'UPDATE SCRN_RULE_ACTION' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '筛查规则修改失败' TO WS-RESP-MSG
    END-IF.

*> 删除：已生效的生产规则以昨日失效保留历史，其余行置无效
DEL-SCRN-RULE.
    PERFORM READ-SCRN-RULE
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF
    IF WS-RULE-FOUND NOT = 'Y'
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '筛查规则不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-RULE-SET-CD = 'LIVE'
       AND REQ-EFFT-DT <= WS-CURRENT-DATE
       EXEC SQL
           UPDATE SCRN_RULE_ACTION
              SET EXPIRE_DT = :WS-YESTERDAY-DT,
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND RULE_SET_CD = :REQ-RULE-SET-CD
              AND PMIT_TERMINAL_CD = :REQ-PMIT-TERMINAL-CD
              AND RSN_CD = :REQ-RSN-CD
              AND EFFT_DT = :REQ-EFFT-DT
              AND VALID_FLG = '1'
       END-EXEC
    ELSE
       EXEC SQL
           UPDATE SCRN_RULE_ACTION
              SET VALID_FLG = '0',
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND RULE_SET_CD = :REQ-RULE-SET-CD
              AND PMIT_TERMINAL_CD = :REQ-PMIT-TERMINAL-CD
              AND RSN_CD = :REQ-RSN-CD
              AND EFFT_DT = :REQ-EFFT-DT
              AND VALID_FLG = '1'
       END-EXEC
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-SCRN-RULE' TO WS-TE-PARA-NM
       MOVE 'UPDATE SCRN_RULE_ACTION' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '筛查规则删除失败' TO WS-RESP-MSG
    END-IF.

*> 候选集转生产：候选集每个有效行复制为生产行(生效日期早于今天
*> 的按今天生效，不倒签)，同键未生效的生产行让位置无效，已生效
*> 的生产行不动(新行生效日期更近，自然覆盖)；候选行转完置无效
PROMOTE-RULE-SET.
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM SCRN_RULE_ACTION
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND RULE_SET_CD = :REQ-RULE-SET-CD
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'PROMOTE-RULE-SET' TO WS-TE-PARA-NM
       MOVE 'SELECT SCRN_RULE_ACTION' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '候选规则集查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF
    IF WS-RECORD-COUNT = 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '候选规则集无有效规则' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE SCRN_RULE_ACTION L
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE L.TENANT_NO = :REQ-TENANT-NO
           AND L.RULE_SET_CD = 'LIVE'
           AND L.VALID_FLG = '1'
           AND L.EFFT_DT > :WS-CURRENT-DATE
           AND EXISTS (SELECT 1
                         FROM SCRN_RULE_ACTION C
                        WHERE C.TENANT_NO = L.TENANT_NO
                          AND C.RULE_SET_CD = :REQ-RULE-SET-CD
                          AND C.PMIT_TERMINAL_CD = L.PMIT_TERMINAL_CD
                          AND C.RSN_CD = L.RSN_CD
                          AND C.VALID_FLG = '1')
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'PROMOTE-RULE-SET' TO WS-TE-PARA-NM
       MOVE 'UPDATE SCRN_RULE_ACTION' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '生产规则让位失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    *> 今天已生效的同键生产行先以昨日失效，转入行今天起生效
    EXEC SQL
        UPDATE SCRN_RULE_ACTION L
           SET EXPIRE_DT = :WS-YESTERDAY-DT,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE L.TENANT_NO = :REQ-TENANT-NO
           AND L.RULE_SET_CD = 'LIVE'
           AND L.VALID_FLG = '1'
           AND L.EFFT_DT = :WS-CURRENT-DATE
           AND EXISTS (SELECT 1
                         FROM SCRN_RULE_ACTION C
                        WHERE C.TENANT_NO = L.TENANT_NO
                          AND C.RULE_SET_CD = :REQ-RULE-SET-CD
                          AND C.PMIT_TERMINAL_CD = L.PMIT_TERMINAL_CD
                          AND C.RSN_CD = L.RSN_CD
                          AND C.VALID_FLG = '1')
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'PROMOTE-RULE-SET' TO WS-TE-PARA-NM
       MOVE 'UPDATE SCRN_RULE_ACTION' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '生产规则让位失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO SCRN_RULE_ACTION (
            TENANT_NO, RULE_SET_CD, PMIT_TERMINAL_CD, RSN_CD,
            ACTION_CD, EFFT_DT, EXPIRE_DT, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        )
        SELECT C.TENANT_NO, 'LIVE', C.PMIT_TERMINAL_CD, C.RSN_CD,
               C.ACTION_CD,
               CASE WHEN C.EFFT_DT < :WS-CURRENT-DATE
                    THEN :WS-CURRENT-DATE ELSE C.EFFT_DT END,
               C.EXPIRE_DT, '1',
               :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
               CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
          FROM SCRN_RULE_ACTION C
         WHERE C.TENANT_NO = :REQ-TENANT-NO
           AND C.RULE_SET_CD = :REQ-RULE-SET-CD
           AND C.VALID_FLG = '1'
           AND (C.EXPIRE_DT = SPACES
                OR C.EXPIRE_DT >= :WS-CURRENT-DATE)
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'PROMOTE-RULE-SET' TO WS-TE-PARA-NM
       MOVE 'INSERT SCRN_RULE_ACTION' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '候选规则转生产失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE SCRN_RULE_ACTION
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND RULE_SET_CD = :REQ-RULE-SET-CD
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'PROMOTE-RULE-SET' TO WS-TE-PARA-NM
       MOVE 'UPDATE SCRN_RULE_ACTION' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '候选规则集结转失败' TO WS-RESP-MSG
    END-IF.

*> 双人复核检查(无条件执行)：请求键为规则集+渠道+原因代码+生效
*> 日期(转生产为'PROMOTE'+候选集)，摘要为规则集、渠道、原因代码、
*> 处置与生效/失效日期，复核人在MGMTPENDAUTH01看得到所批的具体
*> 内容
CHECK-DUAL-AUTH.
    MOVE 'Y' TO WS-AUTH-PROCEED-FLG
    MOVE SPACES TO WS-AUTH-REQ-KEY
    MOVE SPACES TO WS-AUTH-REQ-DIGEST
    IF WS-OPER-TYPE = 'PRO'
       STRING 'PROMOTE' DELIMITED BY SIZE
              REQ-RULE-SET-CD DELIMITED BY SIZE
         INTO WS-AUTH-REQ-KEY
       END-STRING
       MOVE REQ-RULE-SET-CD TO WS-AUTH-REQ-DIGEST
    ELSE
       STRING REQ-RULE-SET-CD DELIMITED BY SIZE
              REQ-PMIT-TERMINAL-CD DELIMITED BY SIZE
              REQ-RSN-CD DELIMITED BY SIZE
              REQ-EFFT-DT DELIMITED BY SIZE
         INTO WS-AUTH-REQ-KEY
       END-STRING
       STRING REQ-RULE-SET-CD DELIMITED BY SIZE
              REQ-PMIT-TERMINAL-CD DELIMITED BY SIZE
              REQ-RSN-CD DELIMITED BY SIZE
              REQ-ACTION-CD DELIMITED BY SIZE
              REQ-EFFT-DT DELIMITED BY SIZE
              REQ-EXPIRE-DT DELIMITED BY SIZE
         INTO WS-AUTH-REQ-DIGEST
       END-STRING
    END-IF

    MOVE 0 TO WS-AUTH-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-AUTH-COUNT
          FROM CUST_PENDING_AUTH
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OPER_PROGRAM = 'MGMTSCRNRULE01'
           AND OPER_TYP_CD = :REQ-OPER-TYP-CD
           AND CUST_NO = ' '
           AND CRTF_NO = ' '
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
              AND OPER_PROGRAM = 'MGMTSCRNRULE01'
              AND OPER_TYP_CD = :REQ-OPER-TYP-CD
              AND CUST_NO = ' '
              AND CRTF_NO = ' '
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
    MOVE 'MGMTSCRNRULE01' TO WS-CHAIN-PND-OPER-PROGRAM
    MOVE REQ-OPER-TYP-CD TO WS-CHAIN-PND-OPER-TYP-CD
    MOVE ' ' TO WS-CHAIN-PND-CUST-NO
    MOVE ' ' TO WS-CHAIN-PND-CRTF-TYP-CD
    MOVE ' ' TO WS-CHAIN-PND-CRTF-NO
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
               (:WS-AUTH-SEQ-NO, :REQ-TENANT-NO, 'MGMTSCRNRULE01',
                :REQ-OPER-TYP-CD, ' ', ' ', ' ',
                :WS-AUTH-REQ-KEY, :WS-AUTH-REQ-DIGEST, '0',
                :REQ-OPER-TELR-NO,
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

*> 服务调用流水(同MGMTCHNLTXN01)：写在业务事务了结之后，写入失败
*> 只记DISPLAY，不影响对外响应
WRITE-INVOKE-JOURNAL.
    EXEC SQL
        INSERT INTO SVC_INVOKE_JOURNAL (
            PROGRAM_ID, OPER_TELR_NO, TENANT_NO, CUST_NO,
            RESP_CODE, INVOKE_TM
        ) VALUES (
            'MGMTSCRNRULE01', :REQ-OPER-TELR-NO, :REQ-TENANT-NO,
            ' ', :WS-RESP-CODE, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '服务调用流水写入失败:' 'MGMTSCRNRULE01'
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
    MOVE REQ-RULE-SET-CD TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
