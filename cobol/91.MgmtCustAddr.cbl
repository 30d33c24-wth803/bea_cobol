01  WS-OPER-TYPE           PIC X(03).
01  WS-OLD-ADDR            PIC X(100).
01  WS-OLD-CAREER-TYP-CD   PIC X(02).
01  WS-OLD-CNTRY-CD        PIC X(03).
01  WS-NEW-CNTRY-CD        PIC X(03).

*> 字段级审计通用工作区：地址/职业变更新旧值全程写入
*> CUST_INFO_CHG_AUDIT(同MGMTCNTCPREF01)
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

*> 地址标准化工作区(ADDRSTD01)：新增/修改的地址当场解析出省市区
*> 落结构化列，解析不了或有歧义的进地址修正清单并向柜员告警
01  WS-AS-MODE-CD          PIC X(01).
01  WS-AS-CUST-NO          PIC X(20).
01  WS-AS-RESP-CODE        PIC X(06).
01  WS-AS-RESP-MSG         PIC X(50).
01  WS-AS-STD-STATUS-CD    PIC X(01).
01  WS-AS-EXC-RSN-CD       PIC X(04).
01  WS-AS-PROV-CD          PIC X(06).
01  WS-AS-CITY-CD          PIC X(06).
01  WS-AS-DIST-CD          PIC X(06).
01  WS-AS-STREET-ADDR      PIC X(100).
01  WS-AS-POSTAL-CD        PIC X(06).
01  WS-ADDR-WARN-FLG       PIC X(01).

*> 网点退信清单(ADDR_RTN_WORKLIST)结项状态：改址'1'已修正/删址
*> '2'撤销——新地址落新行即未被退信标记，信函恢复投递
01  WS-RTN-WL-STATUS-CD    PIC X(01).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTADDR01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 客户编号
                                          *> 03通讯)
01  REQ-ADDR               PIC X(100).    *> 地址内容
01  REQ-CAREER-TYP-CD      PIC X(02).     *> 职业类型代码(操作类型04时用)
01  REQ-CNTRY-CD           PIC X(03).     *> 国别代码(操作类型01/02时为
                                          *> 地址所在国，可空；05时为国籍)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/
                                          *> 03删除/04职业维护/
                                          *> 05国籍维护)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========

PROCEDURE DIVISION
    USING REQ-CUST-NO, REQ-TENANT-NO, REQ-ADDR-TYP-CD, REQ-ADDR,
          REQ-CAREER-TYP-CD, REQ-CNTRY-CD, REQ-OPER-TYP-CD,
          REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG.

*> 客户地址/职业维护：地址按类型(住宅/单位/通讯)落多地址表
*> CUST_ADDR_INFO，每个类型同一时刻仅一条当前记录(VALID_FLG='1')，
*> 修改走先失效旧行再落新行，历史行保留备查；职业维护更新
*> PERSONAL_CUSTOMER_INFO真实列CAREER_TYP_CD。地址和职业由此成为
*> 真实落库数据，监管报送(REGCUSTEXT01)不再留空。
*> 地址另带所在国(ADDR_CNTRY_CD)，国籍维护更新PERSONAL_CUSTOMER_INFO
*> 的NATION_CD——二者与税收居民国别一起，是国别风险目录
*> (MGMTCNTRYRISK01)调级后CNTRYIMPACT01圈定受影响客户的依据
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT
    MOVE 'N' TO WS-ADDR-WARN-FLG

    *> 1) 参数基础校验
    IF REQ-CUST-NO = SPACES
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN '04'  *> 职业维护
          MOVE 'CAR' TO WS-OPER-TYPE
       WHEN '05'  *> 国籍维护
          MOVE 'NAT' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    IF WS-OPER-TYPE NOT = 'CAR' AND WS-OPER-TYPE NOT = 'NAT'
       IF REQ-ADDR-TYP-CD NOT = '01' AND REQ-ADDR-TYP-CD NOT = '02'
          AND REQ-ADDR-TYP-CD NOT = '03'
          MOVE 'F20003' TO WS-RESP-CODE
       GO TO EXIT-PROGRAM
    END-IF.

    *> 国别代码统一为三位大写字母(口径同CUST_TAX_RESIDENCY.CNTRY_CD)，
    *> 国籍维护时必填，地址所在国可空
    IF WS-OPER-TYPE = 'NAT' AND REQ-CNTRY-CD = SPACES
       MOVE 'F20010' TO WS-RESP-CODE
       MOVE '国别代码须为三位大写字母' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-CNTRY-CD NOT = SPACES
       AND (REQ-CNTRY-CD IS NOT ALPHABETIC-UPPER
            OR REQ-CNTRY-CD(3:1) = SPACE)
       MOVE 'F20010' TO WS-RESP-CODE
       MOVE '国别代码须为三位大写字母' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 3) 客户在网校验
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTADDR01' TO WS-MAINTWIN-PGM-ID
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

    *> 4) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
          PERFORM DEL-CUST-ADDR
       WHEN 'CAR'
          PERFORM MOD-CAREER-TYP
       WHEN 'NAT'
          PERFORM MOD-NATION-CD
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
    *> 6) 提交事务
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

    *> 7) 成功返回(地址未能标准化时带回告警码，地址照常落库)
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE '客户地址删除成功' TO WS-RESP-MSG
       WHEN 'CAR'
          MOVE '客户职业维护成功' TO WS-RESP-MSG
       WHEN 'NAT'
          MOVE '客户国籍维护成功' TO WS-RESP-MSG
    END-EVALUATE.

    IF WS-ADDR-WARN-FLG = 'Y'
       MOVE 'W20130' TO WS-RESP-CODE
       MOVE '地址未能标准化，已转修正清单' TO WS-RESP-MSG
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
       EXIT PARAGRAPH
    END-IF.

    MOVE REQ-CNTRY-CD TO WS-NEW-CNTRY-CD
    EXEC SQL
        INSERT INTO CUST_ADDR_INFO (
            TENANT_NO, CUST_NO, ADDR_TYP_CD, ADDR, ADDR_CNTRY_CD,
            VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-ADDR-TYP-CD,
            :REQ-ADDR, :WS-NEW-CNTRY-CD, '1', :REQ-OPER-TELR-NO,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-ADDR' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_ADDR_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '客户地址登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM STANDARDIZE-ADDR
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-OLD-ADDR
    PERFORM AUDIT-ADDR-CHANGE
    MOVE SPACES TO WS-OLD-CNTRY-CD
    PERFORM AUDIT-ADDR-CNTRY-CHANGE

    MOVE '000000' TO WS-RESP-CODE.

*> 修改地址记录：先失效旧行再落新行，同一类型仅保留一条当前
*> 记录，历史行留在表内备查；未传所在国时沿用旧行的所在国
MOD-CUST-ADDR.
    EXEC SQL
        SELECT ADDR, COALESCE(ADDR_CNTRY_CD, ' ')
          INTO :WS-OLD-ADDR, :WS-OLD-CNTRY-CD
          FROM CUST_ADDR_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-CUST-ADDR' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ADDR_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '客户地址修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-CNTRY-CD = SPACES
       MOVE WS-OLD-CNTRY-CD TO WS-NEW-CNTRY-CD
    ELSE
       MOVE REQ-CNTRY-CD TO WS-NEW-CNTRY-CD
    END-IF

    EXEC SQL
        INSERT INTO CUST_ADDR_INFO (
            TENANT_NO, CUST_NO, ADDR_TYP_CD, ADDR, ADDR_CNTRY_CD,
            VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-ADDR-TYP-CD,
            :REQ-ADDR, :WS-NEW-CNTRY-CD, '1', :REQ-OPER-TELR-NO,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-CUST-ADDR' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_ADDR_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '客户地址修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM STANDARDIZE-ADDR
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    MOVE '1' TO WS-RTN-WL-STATUS-CD
    PERFORM CLOSE-RTN-WORKLIST
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-CUST-ADDR' TO WS-TE-PARA-NM
       MOVE 'UPDATE ADDR_RTN_WORKLIST' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '客户地址修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    PERFORM AUDIT-ADDR-CHANGE
    PERFORM AUDIT-ADDR-CNTRY-CHANGE

    MOVE '000000' TO WS-RESP-CODE.

    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-CUST-ADDR' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ADDR_INFO' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '客户地址删除失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    *> 地址已删除，该类型的未结地址修正项随之撤销
    MOVE 'D' TO WS-AS-MODE-CD
    PERFORM CALL-ADDRSTD
    IF WS-AS-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-CUST-ADDR' TO WS-TE-PARA-NM
       MOVE 'CALL ADDRSTD01' TO WS-TE-OPER-CD
       MOVE WS-AS-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AS-RESP-MSG TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE '2' TO WS-RTN-WL-STATUS-CD
    PERFORM CLOSE-RTN-WORKLIST
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-CUST-ADDR' TO WS-TE-PARA-NM
       MOVE 'UPDATE ADDR_RTN_WORKLIST' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '客户地址删除失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE WS-OLD-ADDR TO WS-AUDIT-OLD-VAL
    MOVE SPACES TO WS-OLD-ADDR
    PERFORM AUDIT-ADDR-DELETE

    MOVE '000000' TO WS-RESP-CODE.

*> 新落的当前地址行当场标准化：省市区/街道/邮编落结构化列；
*> 解析不了或有歧义时地址照常保存，进修正清单并向柜员告警
STANDARDIZE-ADDR.
    MOVE 'S' TO WS-AS-MODE-CD
    PERFORM CALL-ADDRSTD
    IF WS-AS-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'STANDARDIZE-ADDR' TO WS-TE-PARA-NM
       MOVE 'CALL ADDRSTD01' TO WS-TE-OPER-CD
       MOVE WS-AS-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AS-RESP-MSG TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-AS-STD-STATUS-CD = 'U' OR WS-AS-STD-STATUS-CD = 'A'
       MOVE 'Y' TO WS-ADDR-WARN-FLG
    END-IF.

CALL-ADDRSTD.
    MOVE REQ-CUST-NO TO WS-AS-CUST-NO
    CALL 'ADDRSTD01' USING WS-AS-MODE-CD, REQ-TENANT-NO, WS-AS-CUST-NO,
                           REQ-ADDR-TYP-CD, REQ-ADDR, WS-NEW-CNTRY-CD,
                           WS-AS-RESP-CODE, WS-AS-RESP-MSG,
                           WS-AS-STD-STATUS-CD, WS-AS-EXC-RSN-CD,
                           WS-AS-PROV-CD, WS-AS-CITY-CD, WS-AS-DIST-CD,
                           WS-AS-STREET-ADDR, WS-AS-POSTAL-CD
    END-CALL.

*> 该类型地址在网点退信清单上的未结项随改址/删址结项
CLOSE-RTN-WORKLIST.
    EXEC SQL
        UPDATE ADDR_RTN_WORKLIST
           SET STATUS_CD = :WS-RTN-WL-STATUS-CD,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND ADDR_TYP_CD = :REQ-ADDR-TYP-CD
           AND STATUS_CD = '0'
    END-EXEC.

*> 职业维护：更新PERSONAL_CUSTOMER_INFO真实列CAREER_TYP_CD
MOD-CAREER-TYP.
    EXEC SQL
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-CAREER-TYP' TO WS-TE-PARA-NM
       MOVE 'UPDATE PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '客户职业维护失败' TO WS-RESP-MSG
       EXIT PARAGRAPH

    MOVE '000000' TO WS-RESP-CODE.

*> 国籍维护：更新PERSONAL_CUSTOMER_INFO的NATION_CD
MOD-NATION-CD.
    EXEC SQL
        SELECT COALESCE(NATION_CD, ' ') INTO :WS-OLD-CNTRY-CD
          FROM PERSONAL_CUSTOMER_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '未找到个人客户信息' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE PERSONAL_CUSTOMER_INFO
           SET NATION_CD = :REQ-CNTRY-CD,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-NATION-CD' TO WS-TE-PARA-NM
       MOVE 'UPDATE PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE '客户国籍维护失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 'NATION_CD' TO WS-AUDIT-FLD-NM
    MOVE WS-OLD-CNTRY-CD TO WS-AUDIT-OLD-VAL
    MOVE REQ-CNTRY-CD TO WS-AUDIT-NEW-VAL
    PERFORM WRITE-FIELD-AUDIT

    MOVE '000000' TO WS-RESP-CODE.

*> 地址变更审计：字段名带地址类型代码，新旧地址值留痕
AUDIT-ADDR-CHANGE.
    MOVE SPACES TO WS-AUDIT-FLD-NM
    MOVE REQ-ADDR TO WS-AUDIT-NEW-VAL
    PERFORM WRITE-FIELD-AUDIT.

*> 地址所在国变更审计：新旧一致时WRITE-FIELD-AUDIT自动跳过
AUDIT-ADDR-CNTRY-CHANGE.
    MOVE SPACES TO WS-AUDIT-FLD-NM
    STRING 'ADDR_CNTRY_' DELIMITED BY SIZE
           REQ-ADDR-TYP-CD DELIMITED BY SIZE
      INTO WS-AUDIT-FLD-NM
    END-STRING
    MOVE WS-OLD-CNTRY-CD TO WS-AUDIT-OLD-VAL
    MOVE WS-NEW-CNTRY-CD TO WS-AUDIT-NEW-VAL
    PERFORM WRITE-FIELD-AUDIT.

*> 地址删除审计：新值留空
AUDIT-ADDR-DELETE.
    MOVE SPACES TO WS-AUDIT-FLD-NM
*> 字段级审计落CUST_INFO_CHG_AUDIT(同MGMTCNTCPREF01)
WRITE-FIELD-AUDIT.
    IF WS-AUDIT-OLD-VAL NOT = WS-AUDIT-NEW-VAL
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
          MOVE 'WRITE-FIELD-AUDIT' TO WS-TE-PARA-NM
          MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
          MOVE 'E12007' TO WS-RESP-CODE
          MOVE '地址变更审计写入失败' TO WS-RESP-MSG
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
