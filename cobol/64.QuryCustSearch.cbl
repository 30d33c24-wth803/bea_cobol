01  WS-LOOKAHEAD-E-MAIL    PIC X(50).
01  WS-LOOKAHEAD-BIRTH-DT  PIC X(08).
01  WS-LOOKAHEAD-GENDER-CD PIC X(01).
01  WS-LOOKAHEAD-CRTF-NO   PIC X(20).
01  WS-ANON-COUNT          PIC 9(4).
*> 标签过滤按当日判定标签是否已过失效日期
01  WS-CURRENT-DATE        PIC X(08).

*> 证件号码回送保护工作区：库内证件号码为令牌，持证件明文查看
*> 角色'12'的坐席经DETOKEN01还原明文，其余经CRTFTOKEN01回掩码号
01  WS-PROTECT-CRTF-NO     PIC X(20).
01  WS-PROTECT-CALLER-PGM  PIC X(30) VALUE 'QRYCUSTSEARCH01'.
01  WS-PROTECT-CLEAR-NO    PIC X(20).
01  WS-PROTECT-MODE-CD     PIC X(01) VALUE 'M'.
01  WS-PROTECT-TOKEN       PIC X(20).
01  WS-PROTECT-MASK        PIC X(20).
01  WS-PROTECT-RESP-CODE   PIC X(06).
01  WS-PROTECT-RESP-MSG    PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'QRYCUSTSEARCH01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-BIRTH-DT-FROM      PIC X(08).     *> 出生日期起(YYYYMMDD，可空)
01  REQ-BIRTH-DT-TO        PIC X(08).     *> 出生日期止(YYYYMMDD，可空)
01  REQ-GENDER-CD          PIC X(01).     *> 性别代码(可空)
01  REQ-CUST-NM            PIC X(50).     *> 客户名称(部分匹配现名或
                                          *> 曾用名/别名，可空)
01  REQ-BRANCH-NO          PIC X(10).     *> 开户机构编号(可空，机构
                                          *> 维度排查重复开户等场景用)
01  REQ-PINYIN-KEY         PIC X(50).     *> 拼音检索键(可空，前缀匹配
                                          *> CUST_NM_PHONETIC索引——电话
                                          *> 里听出"ZHANG"就能把张/章
                                          *> 一并检出)
01  REQ-TAG-CD             PIC X(10).     *> 客户标签代码(可空，只检出
                                          *> 带该在力标签的客户)
01  REQ-OPER-ID            PIC X(10).     *> 查询操作员/系统标识
01  REQ-START-ID           PIC 9(18).     *> 翻页续点(首页传0)
01  REQ-PAGE-SIZE          PIC 9(03).     *> 分页大小(0或超上限按50)
        10  RESP-E-MAIL            PIC X(50).
        10  RESP-BIRTH-DT          PIC X(08).
        10  RESP-GENDER-CD         PIC X(01).
        10  RESP-CRTF-NO           PIC X(20).     *> 证件号码(按坐席
                                                  *> 角色回明文或掩码号)

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-MOBILE-NO, REQ-E-MAIL,
          REQ-BIRTH-DT-FROM, REQ-BIRTH-DT-TO, REQ-GENDER-CD,
          REQ-CUST-NM, REQ-BRANCH-NO, REQ-PINYIN-KEY, REQ-TAG-CD,
          REQ-OPER-ID,
          REQ-START-ID, REQ-PAGE-SIZE,
          RESP-CODE, RESP-MSG, RESP-CUST-COUNT, RESP-NEXT-START-ID,
          RESP-MORE-DATA-FLG, RESP-CUST-TABLE.
*> 多条件客户检索：客户来电只报得出手机号/邮箱时由此定位客户
*> ——QURYCUSTINFO只支持客户号/精确名称/证件检索，联系方式维度
*> 此前无从查起。任意条件组合可用，按ID续点分页并带探路标志
*> (同QRYCUSTACCTINFO)，按租户隔离。可按客户标签(CUST_TAG在力
*> 的标)过滤，客户经理按"代发工资客户"等标签圈客。证件号码随
*> 结果回送，默认为掩码号，持角色'12'的坐席才回明文。名称与拼音
*> 条件同时比对有效曾用名/别名(CUST_NAME_ALIAS)，改名客户按旧名
*> 也能检出
MAIN-LOGIC.
    *> 初始化响应码
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 0 TO RESP-CUST-COUNT
    MOVE 0 TO RESP-NEXT-START-ID
    MOVE 'N' TO RESP-MORE-DATA-FLG
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-TENANT-NO = LOW-VALUES
       AND REQ-BIRTH-DT-FROM = SPACES AND REQ-BIRTH-DT-TO = SPACES
       AND REQ-GENDER-CD = SPACES AND REQ-CUST-NM = SPACES
       AND REQ-BRANCH-NO = SPACES AND REQ-PINYIN-KEY = SPACES
       AND REQ-TAG-CD = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '检索条件不能全部为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    EXEC SQL
        DECLARE CUST-SEARCH-CUR CURSOR FOR
        SELECT B.ID, B.CUST_NO, B.CUST_NM, B.MOBILE_NO, B.E_MAIL,
               P.BIRTH_DT, P.GENDER_CD, B.CRTF_NO
          FROM CUSTOMER_BASIC_INFO B
          JOIN PERSONAL_CUSTOMER_INFO P
            ON P.CUST_NO = B.CUST_NO
           AND (:REQ-GENDER-CD = SPACES
                OR P.GENDER_CD = :REQ-GENDER-CD)
           AND (:WS-CUST-NM-PARAM = SPACES
                OR B.CUST_NM LIKE :WS-CUST-NM-PARAM
                OR EXISTS (SELECT 1
                             FROM CUST_NAME_ALIAS A
                            WHERE A.CUST_NO = B.CUST_NO
                              AND A.TENANT_NO = B.TENANT_NO
                              AND A.VALID_FLG = '1'
                              AND A.ALIAS_NM LIKE :WS-CUST-NM-PARAM))
           AND (:REQ-BRANCH-NO = SPACES
                OR B.BRANCH_NO = :REQ-BRANCH-NO)
           AND (:WS-PINYIN-PARAM = SPACES
                            WHERE N.CUST_NO = B.CUST_NO
                              AND N.TENANT_NO = B.TENANT_NO
                              AND N.PHONETIC_KEY
                                  LIKE :WS-PINYIN-PARAM)
                OR EXISTS (SELECT 1
                             FROM CUST_NAME_ALIAS A
                            WHERE A.CUST_NO = B.CUST_NO
                              AND A.TENANT_NO = B.TENANT_NO
                              AND A.VALID_FLG = '1'
                              AND A.PHONETIC_KEY
                                  LIKE :WS-PINYIN-PARAM))
           AND (:REQ-TAG-CD = SPACES
                OR EXISTS (SELECT 1
                             FROM CUST_TAG T
                            WHERE T.CUST_NO = B.CUST_NO
                              AND T.TENANT_NO = B.TENANT_NO
                              AND T.TAG_CD = :REQ-TAG-CD
                              AND T.VALID_FLG = '1'
                              AND (T.EXPIRE_DT = SPACES
                                   OR T.EXPIRE_DT
                                      >= :WS-CURRENT-DATE)))
           AND B.ID > :REQ-START-ID
         ORDER BY B.ID
    END-EXEC.

    EXEC SQL OPEN CUST-SEARCH-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'OPEN CUST-SEARCH-CUR' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '游标打开失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
            INTO :WS-LOOKAHEAD-ID, :RESP-CUST-NO(WS-I),
                 :RESP-CUST-NM(WS-I), :RESP-MOBILE-NO(WS-I),
                 :RESP-E-MAIL(WS-I), :RESP-BIRTH-DT(WS-I),
                 :RESP-GENDER-CD(WS-I), :RESP-CRTF-NO(WS-I)
       END-EXEC

       IF SQLCODE = 0
            INTO :WS-LOOKAHEAD-ID, :WS-LOOKAHEAD-CUST-NO,
                 :WS-LOOKAHEAD-CUST-NM, :WS-LOOKAHEAD-MOBILE-NO,
                 :WS-LOOKAHEAD-E-MAIL, :WS-LOOKAHEAD-BIRTH-DT,
                 :WS-LOOKAHEAD-GENDER-CD, :WS-LOOKAHEAD-CRTF-NO
       END-EXEC
       IF SQLCODE = 0
          MOVE 'Y' TO RESP-MORE-DATA-FLG

    EXEC SQL CLOSE CUST-SEARCH-CUR END-EXEC.

    *> 证件号码回送保护放在游标关闭之后(DETOKEN01留痕即时提交)
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > RESP-CUST-COUNT
       PERFORM PROTECT-CRTF-NO
    END-PERFORM.

    IF RESP-CUST-COUNT = 0
       *> 零命中时按未被匿名化抹除的维度(出生日期/性别)再核一次
       *> 匿名化记录：命中则回答"记录已匿名化"而不是"未找到"
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 回送前的证件号码保护：持证件明文查看角色'12'的坐席经DETOKEN01
*> 还原明文(逐次留痕)，其余一律回掩码号(前6后4)
PROTECT-CRTF-NO.
    MOVE RESP-CRTF-NO(WS-I) TO WS-PROTECT-CRTF-NO
    IF REQ-OPER-ID NOT = SPACES
       CALL 'DETOKEN01' USING REQ-OPER-ID, REQ-TENANT-NO,
                              RESP-CUST-NO(WS-I),
                              WS-PROTECT-CALLER-PGM,
                              WS-PROTECT-CRTF-NO,
                              WS-PROTECT-CLEAR-NO,
                              WS-PROTECT-RESP-CODE,
                              WS-PROTECT-RESP-MSG
       END-CALL
       IF WS-PROTECT-RESP-CODE = '000000'
          MOVE WS-PROTECT-CLEAR-NO TO RESP-CRTF-NO(WS-I)
          EXIT PARAGRAPH
       END-IF
    END-IF
    CALL 'CRTFTOKEN01' USING WS-PROTECT-MODE-CD, WS-PROTECT-CRTF-NO,
                             WS-PROTECT-TOKEN, WS-PROTECT-MASK,
                             WS-PROTECT-RESP-CODE, WS-PROTECT-RESP-MSG
    END-CALL
    MOVE WS-PROTECT-MASK TO RESP-CRTF-NO(WS-I).

*> 匿名化记录核对：姓名/手机/邮箱已被匿名化占位值覆盖、不可能
*> 再命中，只有出生日期与性别在匿名化后仍保留，仅当检索条件
*> 含这两个维度时才有可核之处
    IF SQLCODE NOT = 0
       MOVE 0 TO WS-ANON-COUNT
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
    MOVE REQ-MOBILE-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
