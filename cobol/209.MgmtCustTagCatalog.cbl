IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTTAGCAT01.

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
01  WS-RULE-TYP-CD         PIC X(02).
01  WS-TAG-COUNT           PIC 9(5).

*> 路由类型代码校验工作区(CODECHK01，代码集ROUTE_TYP_CD)
01  WS-CODE-SET-CD         PIC X(20) VALUE 'ROUTE_TYP_CD'.
01  WS-CODE-VAL            PIC X(10).
01  WS-CODE-RESP-CODE      PIC X(06).
01  WS-CODE-RESP-MSG       PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTTAGCAT01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TAG-CD             PIC X(10).     *> 标签代码
01  REQ-CN-DESC            PIC X(40).     *> 中文描述
01  REQ-EN-DESC            PIC X(40).     *> 英文描述
01  REQ-TAG-SORC-CD        PIC X(01).     *> 打标来源(M人工/R规则)
01  REQ-RULE-TYP-CD        PIC X(02).     *> 规则类型(规则标签必传：
                                          *> AG年龄段/BL余额段/RT路由
                                          *> 类型/PD产品号/PF产品族/
                                          *> OV境外活动)
01  REQ-RULE-MIN-VAL       PIC S9(13)V99 COMP-3. *> 规则下限(年龄/
                                          *> 余额/账户数/回看天数)
01  REQ-RULE-MAX-VAL       PIC S9(13)V99 COMP-3. *> 规则上限(0=不设)
01  REQ-RULE-PTN-VAL       PIC X(20).     *> 规则取值(路由类型/产品
                                          *> 号模式如PAY%/产品族)
01  REQ-VALID-DAYS         PIC 9(05).     *> 人工标签缺省有效天数
                                          *> (0=长期有效)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/03停用)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TAG-CD, REQ-CN-DESC, REQ-EN-DESC, REQ-TAG-SORC-CD,
          REQ-RULE-TYP-CD, REQ-RULE-MIN-VAL, REQ-RULE-MAX-VAL,
          REQ-RULE-PTN-VAL, REQ-VALID-DAYS,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 客户标签目录维护(维护方式同MGMTCODELIB01)：客户经理以往各自
*> 在表格里记的"代发工资客户/学生/跨境贸易/投诉敏感"等标签收进
*> CUST_TAG_CATALOG。标签分人工标签与规则标签两类——人工标签由
*> MGMTCUSTTAG01逐户打标，可带缺省有效天数；规则标签由夜间批
*> CUSTTAGBAT01按目录上的规则(年龄段/余额段/路由类型/产品/产品族/
*> 境外活动)逐户判定置标与清标，不许人工打标，免得次夜被清掉。
*> 停用的规则标签由夜间批连同客户身上的标一并清除
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT

    *> 1) 参数基础校验
    IF REQ-TAG-CD = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '标签代码不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF (REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02')
       AND REQ-CN-DESC = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '中文描述不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02'
       PERFORM VALIDATE-TAG-RULE
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'MOD' TO WS-OPER-TYPE
       WHEN '03'  *> 停用(逻辑删除)
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE '001' TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTTAGCAT01' TO WS-MAINTWIN-PGM-ID
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

    *> 4) 根据操作类型执行相应操作
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          PERFORM ADD-TAG-ENTRY
       WHEN 'MOD'
          PERFORM MOD-TAG-ENTRY
       WHEN 'DEL'
          PERFORM DEL-TAG-ENTRY
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 5) 提交事务
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

    *> 6) 成功返回
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE '标签新增成功' TO WS-RESP-MSG
       WHEN 'MOD'
          MOVE '标签修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '标签停用成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 打标来源与规则参数校验：人工标签不带规则；规则标签须带已知
*> 规则类型，上下限不为负且上限不低于下限，路由/产品/产品族规则
*> 须带取值，路由类型取值须收录于公共代码库ROUTE_TYP_CD
VALIDATE-TAG-RULE.
    IF REQ-TAG-SORC-CD NOT = 'M' AND REQ-TAG-SORC-CD NOT = 'R'
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '打标来源必须为M人工或R规则' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-TAG-SORC-CD = 'M'
       MOVE SPACES TO WS-RULE-TYP-CD
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-RULE-TYP-CD TO WS-RULE-TYP-CD
    IF WS-RULE-TYP-CD NOT = 'AG' AND WS-RULE-TYP-CD NOT = 'BL'
       AND WS-RULE-TYP-CD NOT = 'RT' AND WS-RULE-TYP-CD NOT = 'PD'
       AND WS-RULE-TYP-CD NOT = 'PF' AND WS-RULE-TYP-CD NOT = 'OV'
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '规则类型必须为AG/BL/RT/PD/PF/OV之一' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-RULE-MIN-VAL < 0 OR REQ-RULE-MAX-VAL < 0
       OR (REQ-RULE-MAX-VAL > 0
           AND REQ-RULE-MAX-VAL < REQ-RULE-MIN-VAL)
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '规则上下限不合法' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF (WS-RULE-TYP-CD = 'RT' OR WS-RULE-TYP-CD = 'PD'
        OR WS-RULE-TYP-CD = 'PF')
       AND REQ-RULE-PTN-VAL = SPACES
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '路由/产品/产品族规则须带取值' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-RULE-TYP-CD = 'RT'
       MOVE REQ-RULE-PTN-VAL(1:10) TO WS-CODE-VAL
       CALL 'CODECHK01' USING WS-CODE-SET-CD, WS-CODE-VAL,
                              WS-CODE-RESP-CODE, WS-CODE-RESP-MSG
       END-CALL
       IF WS-CODE-RESP-CODE NOT = '000000'
          MOVE WS-CODE-RESP-CODE TO WS-RESP-CODE
          MOVE WS-CODE-RESP-MSG TO WS-RESP-MSG
       END-IF
    END-IF.

*> 新增标签
ADD-TAG-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_TAG_CATALOG
         WHERE TAG_CD = :REQ-TAG-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '该标签已存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_TAG_CATALOG (
            TAG_CD, CN_DESC, EN_DESC, TAG_SORC_CD, RULE_TYP_CD,
            RULE_MIN_VAL, RULE_MAX_VAL, RULE_PTN_VAL, VALID_DAYS,
            VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TAG-CD, :REQ-CN-DESC, :REQ-EN-DESC,
            :REQ-TAG-SORC-CD, :WS-RULE-TYP-CD,
            :REQ-RULE-MIN-VAL, :REQ-RULE-MAX-VAL, :REQ-RULE-PTN-VAL,
            :REQ-VALID-DAYS, '1', :REQ-OPER-TELR-NO,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-TAG-ENTRY' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_TAG_CATALOG' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '标签新增失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 修改标签描述与规则。打标来源不许改：人工/规则两类之间切换会
*> 让客户身上已有的标失去维护方，须停用后另建标签
MOD-TAG-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_TAG_CATALOG
         WHERE TAG_CD = :REQ-TAG-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '该标签不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-TAG-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-TAG-COUNT
          FROM CUST_TAG_CATALOG
         WHERE TAG_CD = :REQ-TAG-CD
           AND VALID_FLG = '1'
           AND TAG_SORC_CD = :REQ-TAG-SORC-CD
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-TAG-COUNT = 0
       MOVE 'F20010' TO WS-RESP-CODE
       MOVE '标签打标来源不能修改' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_TAG_CATALOG
           SET CN_DESC = :REQ-CN-DESC,
               EN_DESC = :REQ-EN-DESC,
               RULE_TYP_CD = :WS-RULE-TYP-CD,
               RULE_MIN_VAL = :REQ-RULE-MIN-VAL,
               RULE_MAX_VAL = :REQ-RULE-MAX-VAL,
               RULE_PTN_VAL = :REQ-RULE-PTN-VAL,
               VALID_DAYS = :REQ-VALID-DAYS,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TAG_CD = :REQ-TAG-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-TAG-ENTRY' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_TAG_CATALOG' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '标签修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 停用标签(逻辑删除，设置有效标志为0)；客户身上的人工标同时
*> 失效，规则标由夜间批清除
DEL-TAG-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_TAG_CATALOG
         WHERE TAG_CD = :REQ-TAG-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '该标签不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_TAG_CATALOG
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TAG_CD = :REQ-TAG-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-TAG-ENTRY' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_TAG_CATALOG' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '标签停用失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_TAG
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TAG_CD = :REQ-TAG-CD
           AND TAG_SORC_CD = 'M'
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-TAG-ENTRY' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_TAG' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '标签停用失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

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
    MOVE SPACES TO WS-TE-TENANT-NO
    MOVE REQ-TAG-CD TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
