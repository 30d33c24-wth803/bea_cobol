IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTCUSTALIAS01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-OPER-TYPE           PIC X(03).
01  WS-EXIST-FLG           PIC X(01).
01  WS-CUST-CNT            PIC S9(9) COMP-4.

*> 登记行现值(修改/删除/恢复前取出，供审计新旧值)
01  WS-OLD-VALID-FLG       PIC X(01).
01  WS-OLD-VALID-FROM-DT   PIC X(08).
01  WS-OLD-VALID-TO-DT     PIC X(08).
01  WS-OLD-EVIDENCE-REF-NO PIC X(30).
01  WS-NEW-VALID-FROM-DT   PIC X(08).
01  WS-NEW-VALID-TO-DT     PIC X(08).
01  WS-NEW-EVIDENCE-REF-NO PIC X(30).

*> 名称拼音键(PHONKEY01)，与客户名称拼音索引同一算法
01  WS-PHONETIC-KEY        PIC X(100).

*> 字段级审计通用工作区：别名登记增删改写入CUST_INFO_CHG_AUDIT，
*> 字段名带别名类型，新旧值为"名称 起日-止日 证明"
01  WS-AUDIT-FLD-NM        PIC X(30).
01  WS-AUDIT-OLD-VAL       PIC X(100).
01  WS-AUDIT-NEW-VAL       PIC X(100).

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCUSTALIAS01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(20).     *> 客户编号
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-ALIAS-TYP-CD       PIC X(02).     *> 名称类型(01曾用名/
                                          *> 02英文或拼写名/03别名)
01  REQ-ALIAS-NM           PIC X(50).     *> 曾用名/别名
01  REQ-VALID-FROM-DT      PIC X(08).     *> 使用起日(可空)
01  REQ-VALID-TO-DT        PIC X(08).     *> 使用止日(可空，空为至今)
01  REQ-EVIDENCE-REF-NO    PIC X(30).     *> 证明材料编号(改名证明、
                                          *> 护照等)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/
                                          *> 02修改/03删除)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-CUST-NO, REQ-TENANT-NO, REQ-ALIAS-TYP-CD, REQ-ALIAS-NM,
          REQ-VALID-FROM-DT, REQ-VALID-TO-DT, REQ-EVIDENCE-REF-NO,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 客户曾用名/别名登记维护：一客户一类型一名称一行
*> (CUST_NAME_ALIAS)，记使用起止日与证明材料编号，删除只置无效
*> 不删行，再次新增复用原行。登记行同时存拼音键(PHONKEY01)。
*> 开户筛查(CRTPERC01)、名单导入(NAMELISTIMP01)、疑似重复扫描
*> (DUPSCAN01/CORPDUPSCAN01)与客户检索(QRYCUSTSEARCH01)按现名与
*> 全部有效登记名比对；MGMT-PER-CUST-INFO改名时旧名自动登记为
*> 曾用名，不经本程序
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG

    *> 1) 参数基础校验
    IF REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-TENANT-NO = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '租户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-ALIAS-TYP-CD NOT = '01' AND REQ-ALIAS-TYP-CD NOT = '02'
       AND REQ-ALIAS-TYP-CD NOT = '03'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '名称类型代码非法' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-ALIAS-NM = SPACES
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '曾用名/别名不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF (REQ-VALID-FROM-DT NOT = SPACES AND
        REQ-VALID-FROM-DT IS NOT NUMERIC) OR
       (REQ-VALID-TO-DT NOT = SPACES AND
        REQ-VALID-TO-DT IS NOT NUMERIC)
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '使用起止日期格式错误' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-VALID-FROM-DT NOT = SPACES AND REQ-VALID-TO-DT NOT = SPACES
       AND REQ-VALID-FROM-DT > REQ-VALID-TO-DT
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '使用起日不能晚于止日' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 柜面登记须有证明材料，无凭据的名称不进筛查比对
    IF REQ-OPER-TYP-CD = '01' AND REQ-EVIDENCE-REF-NO = SPACES
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '证明材料编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'UPD' TO WS-OPER-TYPE
       WHEN '03'  *> 删除
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCUSTALIAS01' TO WS-MAINTWIN-PGM-ID
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

    *> 4) 客户须在租户下有效
    MOVE 0 TO WS-CUST-CNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-CUST-CNT
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '客户信息查询失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-CUST-CNT = 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '客户不存在或已失效' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 5) 取现登记行(含已删除行)
    MOVE 'Y' TO WS-EXIST-FLG
    MOVE SPACES TO WS-OLD-VALID-FLG WS-OLD-VALID-FROM-DT
                   WS-OLD-VALID-TO-DT WS-OLD-EVIDENCE-REF-NO
    EXEC SQL
        SELECT VALID_FLG, COALESCE(VALID_FROM_DT, ' '),
               COALESCE(VALID_TO_DT, ' '),
               COALESCE(EVIDENCE_REF_NO, ' ')
          INTO :WS-OLD-VALID-FLG, :WS-OLD-VALID-FROM-DT,
               :WS-OLD-VALID-TO-DT, :WS-OLD-EVIDENCE-REF-NO
          FROM CUST_NAME_ALIAS
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND ALIAS_TYP_CD = :REQ-ALIAS-TYP-CD
           AND ALIAS_NM = :REQ-ALIAS-NM
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'N' TO WS-EXIST-FLG
    ELSE
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
          MOVE 'SELECT CUST_NAME_ALIAS' TO WS-TE-OPER-CD
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '曾用名/别名登记查询失败' TO WS-RESP-MSG
          EXEC SQL ROLLBACK END-EXEC
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 6) 根据操作类型执行相应操作
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          PERFORM ADD-NAME-ALIAS
       WHEN 'UPD'
          PERFORM MODIFY-NAME-ALIAS
       WHEN 'DEL'
          PERFORM DELETE-NAME-ALIAS
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    PERFORM AUDIT-ALIAS-CHANGE
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
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 8) 成功返回
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE '曾用名/别名登记成功' TO WS-RESP-MSG
       WHEN 'UPD'
          MOVE '曾用名/别名修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '曾用名/别名删除成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 新增登记：未登记的插入一行；已删除的复用原行恢复有效并按本次
*> 起止日/证明覆盖；有效行已在则拒绝
ADD-NAME-ALIAS.
    IF WS-EXIST-FLG = 'Y' AND WS-OLD-VALID-FLG = '1'
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '该曾用名/别名已登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE REQ-VALID-FROM-DT TO WS-NEW-VALID-FROM-DT
    MOVE REQ-VALID-TO-DT TO WS-NEW-VALID-TO-DT
    MOVE REQ-EVIDENCE-REF-NO TO WS-NEW-EVIDENCE-REF-NO
    CALL 'PHONKEY01' USING REQ-ALIAS-NM, WS-PHONETIC-KEY

    IF WS-EXIST-FLG = 'N'
       EXEC SQL
           INSERT INTO CUST_NAME_ALIAS (
               TENANT_NO, CUST_NO, ALIAS_TYP_CD, ALIAS_NM,
               PHONETIC_KEY, VALID_FROM_DT, VALID_TO_DT,
               EVIDENCE_REF_NO, VALID_FLG, CRT_TELR_NO, UPD_TELR_NO,
               CRT_TM, UPD_TM
           ) VALUES (
               :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-ALIAS-TYP-CD,
               :REQ-ALIAS-NM, :WS-PHONETIC-KEY,
               NULLIF(:REQ-VALID-FROM-DT, '        '),
               NULLIF(:REQ-VALID-TO-DT, '        '),
               :REQ-EVIDENCE-REF-NO, '1', :REQ-OPER-TELR-NO,
               :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'ADD-NAME-ALIAS' TO WS-TE-PARA-NM
          MOVE 'INSERT CUST_NAME_ALIAS' TO WS-TE-OPER-CD
          MOVE 'E12003' TO WS-RESP-CODE
          MOVE '曾用名/别名登记失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    ELSE
       EXEC SQL
           UPDATE CUST_NAME_ALIAS
              SET PHONETIC_KEY = :WS-PHONETIC-KEY,
                  VALID_FROM_DT = NULLIF(:REQ-VALID-FROM-DT, '        '),
                  VALID_TO_DT = NULLIF(:REQ-VALID-TO-DT, '        '),
                  EVIDENCE_REF_NO = :REQ-EVIDENCE-REF-NO,
                  VALID_FLG = '1',
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND CUST_NO = :REQ-CUST-NO
              AND ALIAS_TYP_CD = :REQ-ALIAS-TYP-CD
              AND ALIAS_NM = :REQ-ALIAS-NM
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'ADD-NAME-ALIAS' TO WS-TE-PARA-NM
          MOVE 'UPDATE CUST_NAME_ALIAS' TO WS-TE-OPER-CD
          MOVE 'E12004' TO WS-RESP-CODE
          MOVE '曾用名/别名登记失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
       *> 恢复的原行按新增留痕，旧值为空
       MOVE SPACES TO WS-OLD-VALID-FLG
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 修改登记：只改使用起止日与证明材料编号，未送的项保留原值；
*> 名称本身不改(改名即删旧增新，两笔各自留痕)
MODIFY-NAME-ALIAS.
    IF WS-EXIST-FLG = 'N' OR WS-OLD-VALID-FLG NOT = '1'
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '该曾用名/别名未登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE WS-OLD-VALID-FROM-DT TO WS-NEW-VALID-FROM-DT
    MOVE WS-OLD-VALID-TO-DT TO WS-NEW-VALID-TO-DT
    MOVE WS-OLD-EVIDENCE-REF-NO TO WS-NEW-EVIDENCE-REF-NO
    IF REQ-VALID-FROM-DT NOT = SPACES
       MOVE REQ-VALID-FROM-DT TO WS-NEW-VALID-FROM-DT
    END-IF
    IF REQ-VALID-TO-DT NOT = SPACES
       MOVE REQ-VALID-TO-DT TO WS-NEW-VALID-TO-DT
    END-IF
    IF REQ-EVIDENCE-REF-NO NOT = SPACES
       MOVE REQ-EVIDENCE-REF-NO TO WS-NEW-EVIDENCE-REF-NO
    END-IF

    IF WS-NEW-VALID-FROM-DT NOT = SPACES
       AND WS-NEW-VALID-TO-DT NOT = SPACES
       AND WS-NEW-VALID-FROM-DT > WS-NEW-VALID-TO-DT
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '使用起日不能晚于止日' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_NAME_ALIAS
           SET VALID_FROM_DT = NULLIF(:WS-NEW-VALID-FROM-DT, '        '),
               VALID_TO_DT = NULLIF(:WS-NEW-VALID-TO-DT, '        '),
               EVIDENCE_REF_NO = :WS-NEW-EVIDENCE-REF-NO,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND ALIAS_TYP_CD = :REQ-ALIAS-TYP-CD
           AND ALIAS_NM = :REQ-ALIAS-NM
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MODIFY-NAME-ALIAS' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_NAME_ALIAS' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '曾用名/别名修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 删除登记：只置无效，行与证明编号保留备查，不再参与比对
DELETE-NAME-ALIAS.
    IF WS-EXIST-FLG = 'N' OR WS-OLD-VALID-FLG NOT = '1'
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '该曾用名/别名未登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-NEW-VALID-FROM-DT WS-NEW-VALID-TO-DT
                   WS-NEW-EVIDENCE-REF-NO

    EXEC SQL
        UPDATE CUST_NAME_ALIAS
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND ALIAS_TYP_CD = :REQ-ALIAS-TYP-CD
           AND ALIAS_NM = :REQ-ALIAS-NM
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DELETE-NAME-ALIAS' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_NAME_ALIAS' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '曾用名/别名删除失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 登记变更审计：字段名带名称类型；新增旧值为空，删除新值为空，
*> 其余为"名称 起日-止日 证明编号"
AUDIT-ALIAS-CHANGE.
    MOVE SPACES TO WS-AUDIT-FLD-NM
    STRING 'NAME_ALIAS_' DELIMITED BY SIZE
           REQ-ALIAS-TYP-CD DELIMITED BY SIZE
      INTO WS-AUDIT-FLD-NM
    END-STRING

    MOVE SPACES TO WS-AUDIT-OLD-VAL WS-AUDIT-NEW-VAL
    IF WS-OLD-VALID-FLG = '1'
       STRING FUNCTION TRIM(REQ-ALIAS-NM) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-OLD-VALID-FROM-DT DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-OLD-VALID-TO-DT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-OLD-EVIDENCE-REF-NO DELIMITED BY SIZE
         INTO WS-AUDIT-OLD-VAL
       END-STRING
    END-IF
    IF WS-OPER-TYPE NOT = 'DEL'
       STRING FUNCTION TRIM(REQ-ALIAS-NM) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-NEW-VALID-FROM-DT DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-NEW-VALID-TO-DT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-NEW-EVIDENCE-REF-NO DELIMITED BY SIZE
         INTO WS-AUDIT-NEW-VAL
       END-STRING
    END-IF

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE REQ-CUST-NO TO WS-CHAIN-AUD-CUST-NO
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
               :REQ-CUST-NO, :WS-AUDIT-FLD-NM, :WS-AUDIT-OLD-VAL,
               :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
               :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
               :WS-CHAIN-ROW-HASH
           )
       END-EXEC
    END-IF
    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'AUDIT-ALIAS-CHANGE' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '别名变更审计写入失败' TO WS-RESP-MSG
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
