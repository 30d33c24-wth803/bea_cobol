IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTUSGPRICE01.

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
01  WS-MONTH-START-DT      PIC X(08).
01  WS-EFFT-DT-NUM         PIC 9(08).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTUSGPRICE01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-USAGE-TYP-CD       PIC X(02).     *> 用量类型(01服务调用/
                                          *> 02批量处理记录/03月末在网
                                          *> 客户/04月末有效路由/
                                          *> 05报表产出)
01  REQ-EFFT-DT            PIC X(08).     *> 生效日期(YYYYMMDD)
01  REQ-UNIT-PRICE         PIC 9(07)V9(04). *> 单价(元/计量单位)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/
                                          *> 03删除)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-USAGE-TYP-CD, REQ-EFFT-DT,
          REQ-UNIT-PRICE, REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG.

*> 租户用量单价维护：TENANT_USAGE_PRICE按租户+用量类型+生效日期
*> 一条，月度计量批(USGMETER01)取月末当日生效的最新一条计价。
*> 单价变更以新生效日期另起一行；生效日期在本月之前的行已参与
*> 往月计费，不得新增、修改或删除——已出的分摊账单不会被回溯改价
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-MONTH-START-DT(1:6)
    MOVE '01' TO WS-MONTH-START-DT(7:2)

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-USAGE-TYP-CD NOT = '01' AND REQ-USAGE-TYP-CD NOT = '02'
       AND REQ-USAGE-TYP-CD NOT = '03' AND REQ-USAGE-TYP-CD NOT = '04'
       AND REQ-USAGE-TYP-CD NOT = '05'
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '用量类型只能为01至05' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-EFFT-DT IS NOT NUMERIC
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '生效日期不是有效日期' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.
    MOVE REQ-EFFT-DT TO WS-EFFT-DT-NUM
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFT-DT-NUM) NOT = 0
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '生效日期不是有效日期' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-EFFT-DT < WS-MONTH-START-DT
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '往月已计费单价不得变更' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'MOD' TO WS-OPER-TYPE
       WHEN '03'  *> 删除(逻辑删除)
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 2.3) 柜员权限校验(计费口径属高管角色'10')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '10' TO WS-AUTHCHK-ROLE-CD
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
    MOVE 'MGMTUSGPRICE01' TO WS-MAINTWIN-PGM-ID
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
          PERFORM ADD-USAGE-PRICE
       WHEN 'MOD'
          PERFORM MOD-USAGE-PRICE
       WHEN 'DEL'
          PERFORM DEL-USAGE-PRICE
    END-EVALUATE.

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
          MOVE '用量单价登记成功' TO WS-RESP-MSG
       WHEN 'MOD'
          MOVE '用量单价修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '用量单价删除成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 新增单价：同租户同用量类型同生效日期仅一条
ADD-USAGE-PRICE.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM TENANT_USAGE_PRICE
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND USAGE_TYP_CD = :REQ-USAGE-TYP-CD
           AND EFFT_DT = :REQ-EFFT-DT
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '该用量类型当日单价已登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO TENANT_USAGE_PRICE (
            TENANT_NO, USAGE_TYP_CD, EFFT_DT, UNIT_PRICE, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-USAGE-TYP-CD, :REQ-EFFT-DT,
            :REQ-UNIT-PRICE, '1', :REQ-OPER-TELR-NO,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-USAGE-PRICE' TO WS-TE-PARA-NM
       MOVE 'INSERT TENANT_USAGE_PRICE' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '用量单价登记失败' TO WS-RESP-MSG
    END-IF.

*> 修改单价
MOD-USAGE-PRICE.
    EXEC SQL
        UPDATE TENANT_USAGE_PRICE
           SET UNIT_PRICE = :REQ-UNIT-PRICE,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND USAGE_TYP_CD = :REQ-USAGE-TYP-CD
           AND EFFT_DT = :REQ-EFFT-DT
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '用量单价不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-USAGE-PRICE' TO WS-TE-PARA-NM
       MOVE 'UPDATE TENANT_USAGE_PRICE' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '用量单价修改失败' TO WS-RESP-MSG
    END-IF.

*> 删除单价(逻辑删除，设置有效标志为0)
DEL-USAGE-PRICE.
    EXEC SQL
        UPDATE TENANT_USAGE_PRICE
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND USAGE_TYP_CD = :REQ-USAGE-TYP-CD
           AND EFFT_DT = :REQ-EFFT-DT
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '用量单价不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-USAGE-PRICE' TO WS-TE-PARA-NM
       MOVE 'UPDATE TENANT_USAGE_PRICE' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '用量单价删除失败' TO WS-RESP-MSG
    END-IF.

WRITE-INVOKE-JOURNAL.
    EXEC SQL
        INSERT INTO SVC_INVOKE_JOURNAL (
            PROGRAM_ID, OPER_TELR_NO, TENANT_NO, CUST_NO,
            RESP_CODE, INVOKE_TM
        ) VALUES (
            'MGMTUSGPRICE01', :REQ-OPER-TELR-NO, :REQ-TENANT-NO,
            ' ', :WS-RESP-CODE, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '服务调用流水写入失败:' 'MGMTUSGPRICE01'
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
    MOVE REQ-USAGE-TYP-CD TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
