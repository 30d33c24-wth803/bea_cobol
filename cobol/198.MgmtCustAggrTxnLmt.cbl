IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTAGGRLMT01.

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
*> 维护对象：C客户个别限额(CUST_AGGR_TXN_LMT)/L客户等级缺省限额
*> (CUST_LVL_AGGR_LMT)，客户编号为空即维护等级缺省
01  WS-LMT-SCOPE-CD        PIC X(01).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 双人复核(maker/checker)工作区：客户级汇总限额是跨全部渠道的
*> 总闸，调整一律须经另一柜员在MGMTPENDAUTH01复核(同MGMTFREEZE01，
*> 不随租户参数DUAL_CTRL_FLG关闭)
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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTAGGRLMT01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(20).     *> 客户编号(空=维护等级缺省)
01  REQ-CUST-LVL-CD        PIC X(02).     *> 客户等级代码(客户编号为空
                                          *> 时必传)
01  REQ-DAY-AGGR-MAX-AMT   PIC 9(10)V99.  *> 全渠道日累计最大交易金额
01  REQ-MON-AGGR-MAX-AMT   PIC 9(10)V99.  *> 全渠道月累计最大交易金额
01  REQ-CURR-CD            PIC X(03).     *> 限额币种代码
01  REQ-RSN                PIC X(100).    *> 限额变更原因(须说明为何调整)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/03删除)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-CUST-LVL-CD,
          REQ-DAY-AGGR-MAX-AMT, REQ-MON-AGGR-MAX-AMT, REQ-CURR-CD,
          REQ-RSN, REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG.

*> 客户级全渠道汇总限额维护：CUST_CHNL_TXN_COMMOND的限额按渠道
*> (PMIT_TERMINAL_CD)各管各的，客户把交易分摊到多个渠道即可绕过
*> 总量控制。本程序维护跨全部渠道的日/月汇总上限(带币种)，客户
*> 个别设定落CUST_AGGR_TXN_LMT，按客户等级(CUST_LVL_CD)的缺省值
*> 落CUST_LVL_AGGR_LMT——客户无个别设定时筛查(CTRLSCRN01)与额度
*> 查询(QRYCHNLHEADROOM01)取其等级缺省，不必逐户键入
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-CUST-NO = SPACES
       IF REQ-CUST-LVL-CD = SPACES
          MOVE 'F20002' TO WS-RESP-CODE
          MOVE '客户编号/客户等级代码不能同时为空' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       MOVE 'L' TO WS-LMT-SCOPE-CD
    ELSE
       MOVE 'C' TO WS-LMT-SCOPE-CD
       MOVE SPACES TO REQ-CUST-LVL-CD
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'MOD' TO WS-OPER-TYPE
       WHEN '03'  *> 删除
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    IF WS-OPER-TYPE NOT = 'DEL'
       IF REQ-CURR-CD = SPACES
          MOVE 'F20003' TO WS-RESP-CODE
          MOVE '限额币种不能为空' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       IF REQ-DAY-AGGR-MAX-AMT = 0 OR REQ-MON-AGGR-MAX-AMT = 0
          MOVE 'F20004' TO WS-RESP-CODE
          MOVE '日/月汇总限额须大于零' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       IF REQ-MON-AGGR-MAX-AMT < REQ-DAY-AGGR-MAX-AMT
          MOVE 'F20004' TO WS-RESP-CODE
          MOVE '月汇总限额不能低于日汇总限额' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2.2) 柜员权限校验(限额维护须限额管理角色'05')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '05' TO WS-AUTHCHK-ROLE-CD
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
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
    MOVE 'MGMTAGGRLMT01' TO WS-MAINTWIN-PGM-ID
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

    *> 2.5) 双人复核(无条件)：已有复核通过的同一请求则消费放行，
    *>      否则登记待复核且本笔不执行
    PERFORM CHECK-DUAL-AUTH.
    IF WS-AUTH-PROCEED-FLG NOT = 'Y'
       GO TO EXIT-PROGRAM
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

    *> 4) 根据维护对象与操作类型执行相应操作
    IF WS-LMT-SCOPE-CD = 'C'
       EVALUATE WS-OPER-TYPE
          WHEN 'ADD'
             PERFORM ADD-CUST-AGGR-LMT
          WHEN 'MOD'
             PERFORM MOD-CUST-AGGR-LMT
          WHEN 'DEL'
             PERFORM DEL-CUST-AGGR-LMT
       END-EVALUATE
    ELSE
       EVALUATE WS-OPER-TYPE
          WHEN 'ADD'
             PERFORM ADD-LVL-AGGR-LMT
          WHEN 'MOD'
             PERFORM MOD-LVL-AGGR-LMT
          WHEN 'DEL'
             PERFORM DEL-LVL-AGGR-LMT
       END-EVALUATE
    END-IF.

    IF WS-RESP-CODE NOT = 'E99999'
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
          MOVE '客户汇总交易限额新增成功' TO WS-RESP-MSG
       WHEN 'MOD'
          MOVE '客户汇总交易限额修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '客户汇总交易限额删除成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 新增客户个别汇总限额：同租户同客户只许一条有效记录
ADD-CUST-AGGR-LMT.
    EXEC SQL
        SELECT COUNT(*)
          INTO :WS-RECORD-COUNT
          FROM CUST_AGGR_TXN_LMT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '该客户汇总交易限额已存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_AGGR_TXN_LMT (
            TENANT_NO, CUST_NO, DAY_AGGR_MAX_AMT, MON_AGGR_MAX_AMT,
            CURR_CD, RSN, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-DAY-AGGR-MAX-AMT,
            :REQ-MON-AGGR-MAX-AMT, :REQ-CURR-CD, :REQ-RSN, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-AGGR-LMT' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_AGGR_TXN_LMT' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '新增客户汇总交易限额失败' TO WS-RESP-MSG
    END-IF.

*> 修改客户个别汇总限额
MOD-CUST-AGGR-LMT.
    EXEC SQL
        UPDATE CUST_AGGR_TXN_LMT
           SET DAY_AGGR_MAX_AMT = :REQ-DAY-AGGR-MAX-AMT,
               MON_AGGR_MAX_AMT = :REQ-MON-AGGR-MAX-AMT,
               CURR_CD = :REQ-CURR-CD,
               RSN = :REQ-RSN,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-CUST-AGGR-LMT' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_AGGR_TXN_LMT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '修改客户汇总交易限额失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-ROWS-AFFECTED.

*> 删除客户个别汇总限额(逻辑删除；删除后回落到客户等级缺省)
DEL-CUST-AGGR-LMT.
    EXEC SQL
        UPDATE CUST_AGGR_TXN_LMT
           SET VALID_FLG = '0',
               RSN = :REQ-RSN,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-CUST-AGGR-LMT' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_AGGR_TXN_LMT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '删除客户汇总交易限额失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-ROWS-AFFECTED.

*> 新增客户等级缺省汇总限额：同租户同等级只许一条有效记录
ADD-LVL-AGGR-LMT.
    EXEC SQL
        SELECT COUNT(*)
          INTO :WS-RECORD-COUNT
          FROM CUST_LVL_AGGR_LMT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_LVL_CD = :REQ-CUST-LVL-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '该客户等级缺省汇总限额已存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_LVL_AGGR_LMT (
            TENANT_NO, CUST_LVL_CD, DAY_AGGR_MAX_AMT, MON_AGGR_MAX_AMT,
            CURR_CD, RSN, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-LVL-CD, :REQ-DAY-AGGR-MAX-AMT,
            :REQ-MON-AGGR-MAX-AMT, :REQ-CURR-CD, :REQ-RSN, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-LVL-AGGR-LMT' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_LVL_AGGR_LMT' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '新增客户等级缺省汇总限额失败' TO WS-RESP-MSG
    END-IF.

*> 修改客户等级缺省汇总限额(即时作用于该等级下全部无个别设定的客户)
MOD-LVL-AGGR-LMT.
    EXEC SQL
        UPDATE CUST_LVL_AGGR_LMT
           SET DAY_AGGR_MAX_AMT = :REQ-DAY-AGGR-MAX-AMT,
               MON_AGGR_MAX_AMT = :REQ-MON-AGGR-MAX-AMT,
               CURR_CD = :REQ-CURR-CD,
               RSN = :REQ-RSN,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_LVL_CD = :REQ-CUST-LVL-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-LVL-AGGR-LMT' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_LVL_AGGR_LMT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '修改客户等级缺省汇总限额失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-ROWS-AFFECTED.

*> 删除客户等级缺省汇总限额(逻辑删除)
DEL-LVL-AGGR-LMT.
    EXEC SQL
        UPDATE CUST_LVL_AGGR_LMT
           SET VALID_FLG = '0',
               RSN = :REQ-RSN,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_LVL_CD = :REQ-CUST-LVL-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-LVL-AGGR-LMT' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_LVL_AGGR_LMT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '删除客户等级缺省汇总限额失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-ROWS-AFFECTED.

*> 修改/删除未命中有效记录时报不存在
CHECK-ROWS-AFFECTED.
    EXEC SQL
        GET DIAGNOSTICS :WS-RECORD-COUNT = ROW_COUNT
    END-EXEC.

    IF WS-RECORD-COUNT = 0
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '汇总交易限额记录不存在' TO WS-RESP-MSG
    END-IF.

*> 双人复核检查(同MGMTFREEZE01，无条件执行)：请求键为维护对象
*> (客户个别'CUST'/等级缺省'LVL'+等级代码)，摘要为日/月限额、币种
*> 与等级代码，复核人在MGMTPENDAUTH01看得到所批的具体数额
CHECK-DUAL-AUTH.
    MOVE 'Y' TO WS-AUTH-PROCEED-FLG
    MOVE SPACES TO WS-AUTH-REQ-KEY
    IF WS-LMT-SCOPE-CD = 'C'
       MOVE 'CUST' TO WS-AUTH-REQ-KEY
    ELSE
       STRING 'LVL' DELIMITED BY SIZE
              REQ-CUST-LVL-CD DELIMITED BY SIZE
         INTO WS-AUTH-REQ-KEY
       END-STRING
    END-IF
    MOVE SPACES TO WS-AUTH-REQ-DIGEST
    STRING REQ-DAY-AGGR-MAX-AMT DELIMITED BY SIZE
           REQ-MON-AGGR-MAX-AMT DELIMITED BY SIZE
           REQ-CURR-CD DELIMITED BY SIZE
           REQ-CUST-LVL-CD DELIMITED BY SIZE
      INTO WS-AUTH-REQ-DIGEST
    END-STRING

    MOVE 0 TO WS-AUTH-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-AUTH-COUNT
          FROM CUST_PENDING_AUTH
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OPER_PROGRAM = 'MGMTAGGRLMT01'
           AND OPER_TYP_CD = :REQ-OPER-TYP-CD
           AND CUST_NO = :REQ-CUST-NO
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
              AND OPER_PROGRAM = 'MGMTAGGRLMT01'
              AND OPER_TYP_CD = :REQ-OPER-TYP-CD
              AND CUST_NO = :REQ-CUST-NO
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
    MOVE 'MGMTAGGRLMT01' TO WS-CHAIN-PND-OPER-PROGRAM
    MOVE REQ-OPER-TYP-CD TO WS-CHAIN-PND-OPER-TYP-CD
    MOVE REQ-CUST-NO TO WS-CHAIN-PND-CUST-NO
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
               (:WS-AUTH-SEQ-NO, :REQ-TENANT-NO, 'MGMTAGGRLMT01',
                :REQ-OPER-TYP-CD, :REQ-CUST-NO, ' ', ' ',
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
            'MGMTAGGRLMT01', :REQ-OPER-TELR-NO, :REQ-TENANT-NO,
            :REQ-CUST-NO, :WS-RESP-CODE, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '服务调用流水写入失败:' 'MGMTAGGRLMT01'
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
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
