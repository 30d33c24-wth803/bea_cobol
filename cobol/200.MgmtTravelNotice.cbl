IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTTRVLNTC01.

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
01  WS-CURRENT-DATE-TIME   PIC X(21).
01  WS-CURRENT-DATE        PIC X(08).
01  WS-I                   PIC 9(02).

*> 出行窗口跨度上限：租户参数TRVL_NTC_MAX_DAYS(未配置按180天)，
*> 防止一次报备把境外交易的转人工长期关掉
01  WS-MAX-DAYS            PIC 9(05).
01  WS-TENANT-PARAM-VAL    PIC X(10).
01  WS-SPAN-DAYS           PIC S9(07).
01  WS-START-DT-NUM        PIC 9(08).
01  WS-END-DT-NUM          PIC 9(08).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 报备流水号分配(时间戳起号+退路防撞)
01  WS-NTC-SEQ-NO          PIC X(14).
01  WS-NTC-SEQ-NO-NUM REDEFINES WS-NTC-SEQ-NO
                           PIC 9(14).
01  WS-SEQ-DUP-COUNT       PIC 9(5).
01  WS-SEQ-RETRY-COUNT     PIC 9(3).
01  WS-REG-CHNL-CD         PIC X(02).
01  WS-DEST-CNTRY-CD       PIC X(03).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTTRVLNTC01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(20).     *> 客户编号
01  REQ-START-DT           PIC X(08).     *> 出行起始日期(YYYYMMDD)
01  REQ-END-DT             PIC X(08).     *> 出行结束日期(YYYYMMDD)
01  REQ-DEST-CNTRY-COUNT   PIC 9(02).     *> 目的国别个数(1-10)
01  REQ-DEST-CNTRY-TABLE.
    05  REQ-DEST-CNTRY-CD  PIC X(03) OCCURS 10. *> 目的国别代码
01  REQ-REG-CHNL-CD        PIC X(02).     *> 报备渠道(01柜面/02手机银行，
                                          *> 空=柜面)
01  REQ-EXT-REF-NO         PIC X(20).     *> 渠道侧报备编号(手机银行必传)
01  REQ-NOTICE-SEQ-NO      PIC X(14).     *> 报备流水号(撤销时传，空时按
                                          *> 渠道侧报备编号定位)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01登记/03撤销)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-NOTICE-SEQ-NO     PIC X(14).     *> 报备流水号

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-START-DT, REQ-END-DT,
          REQ-DEST-CNTRY-COUNT, REQ-DEST-CNTRY-TABLE,
          REQ-REG-CHNL-CD, REQ-EXT-REF-NO, REQ-NOTICE-SEQ-NO,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG, RESP-NOTICE-SEQ-NO.

*> 客户出行报备登记簿维护：客户告知出境行程(目的国别、起止日期)
*> 后落CUST_TRAVEL_NOTICE(目的国别逐个落CUST_TRAVEL_NOTICE_DEST)，
*> 连同报备渠道一并登记。柜面直接调用，手机银行报备经
*> TRVLNTCIMP01文件导入走同一校验与落库路径。筛查(CTRLSCRN01)
*> 据此双向使用：窗口内报备国别的境外交易不因"境外"转人工，
*> 在力报备期间发生在报备国别以外的境外交易按TN01转人工。过期
*> 报备由保留期策略(RETNPOLICY01)清理
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-NOTICE-SEQ-NO
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURRENT-DATE
    IF REQ-REG-CHNL-CD = SPACES
       MOVE '01' TO WS-REG-CHNL-CD
    ELSE
       MOVE REQ-REG-CHNL-CD TO WS-REG-CHNL-CD
    END-IF

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-REG-CHNL-CD NOT = '01' AND WS-REG-CHNL-CD NOT = '02'
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '报备渠道必须为01柜面或02手机银行' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-REG-CHNL-CD = '02' AND REQ-EXT-REF-NO = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '手机银行报备须带渠道侧报备编号' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01'
       PERFORM VALIDATE-NOTICE-FIELDS
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    IF REQ-OPER-TYP-CD = '03'
       AND REQ-NOTICE-SEQ-NO = SPACES AND REQ-EXT-REF-NO = SPACES
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '报备流水号/渠道侧报备编号不能同时为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 柜员权限校验(普通柜员角色'01')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '01' TO WS-AUTHCHK-ROLE-CD
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
    MOVE 'MGMTTRVLNTC01' TO WS-MAINTWIN-PGM-ID
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

    *> 3) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 登记
          PERFORM ADD-TRAVEL-NOTICE
       WHEN '03'  *> 撤销
          PERFORM CANCEL-TRAVEL-NOTICE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 登记校验：起止日期为有效日期且结束不早于起始与当日，跨度不超
*> 过TRVL_NTC_MAX_DAYS；目的国别1-10个，逐个为三位大写字母
*> (口径同MGMTCNTRYRISK01)；客户须在册有效
VALIDATE-NOTICE-FIELDS.
    IF REQ-START-DT IS NOT NUMERIC OR REQ-END-DT IS NOT NUMERIC
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '出行起止日期须为8位日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-START-DT TO WS-START-DT-NUM
    MOVE REQ-END-DT TO WS-END-DT-NUM
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DT-NUM) NOT = 0
       OR FUNCTION TEST-DATE-YYYYMMDD(WS-END-DT-NUM) NOT = 0
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '出行起止日期不是有效日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-END-DT < REQ-START-DT OR REQ-END-DT < WS-CURRENT-DATE
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '出行结束日期不得早于起始日期或当日' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE 180 TO WS-MAX-DAYS
    MOVE SPACES TO WS-TENANT-PARAM-VAL
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-TENANT-PARAM-VAL
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND PARAM_NM = 'TRVL_NTC_MAX_DAYS'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-TENANT-PARAM-VAL NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-TENANT-PARAM-VAL) = 0
       MOVE FUNCTION NUMVAL(WS-TENANT-PARAM-VAL) TO WS-MAX-DAYS
    END-IF

    COMPUTE WS-SPAN-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-END-DT-NUM)
            - FUNCTION INTEGER-OF-DATE(WS-START-DT-NUM) + 1
    IF WS-SPAN-DAYS > WS-MAX-DAYS
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '出行窗口跨度超过租户允许上限' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-DEST-CNTRY-COUNT < 1 OR REQ-DEST-CNTRY-COUNT > 10
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '目的国别个数须为1至10个' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > REQ-DEST-CNTRY-COUNT
       MOVE REQ-DEST-CNTRY-CD(WS-I) TO WS-DEST-CNTRY-CD
       IF WS-DEST-CNTRY-CD IS NOT ALPHABETIC-UPPER
          OR WS-DEST-CNTRY-CD(3:1) = SPACE
          MOVE 'F20004' TO WS-RESP-CODE
          MOVE '目的国别代码须为三位大写字母' TO WS-RESP-MSG
       END-IF
    END-PERFORM
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUSTOMER_BASIC_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '客户不存在或已失效' TO WS-RESP-MSG
    END-IF.

*> 登记报备：同一渠道侧报备编号不重复登记(手机银行文件重送时
*> 按已登记处理)；表头与目的国别同一事务落库
ADD-TRAVEL-NOTICE.
    IF REQ-EXT-REF-NO NOT = SPACES
       MOVE 0 TO WS-RECORD-COUNT
       EXEC SQL
           SELECT COUNT(*) INTO :WS-RECORD-COUNT
             FROM CUST_TRAVEL_NOTICE
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND CUST_NO = :REQ-CUST-NO
              AND REG_CHNL_CD = :WS-REG-CHNL-CD
              AND EXT_REF_NO = :REQ-EXT-REF-NO
       END-EXEC
       IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
          MOVE 'F20006' TO WS-RESP-CODE
          MOVE '该出行报备已登记' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    END-IF.

    PERFORM ALLOC-NTC-SEQ-NO
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-TRAVEL-NOTICE' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_TRAVEL_NOTICE (
            NOTICE_SEQ_NO, TENANT_NO, CUST_NO, START_DT, END_DT,
            REG_CHNL_CD, EXT_REF_NO, STUS_CD,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :WS-NTC-SEQ-NO, :REQ-TENANT-NO, :REQ-CUST-NO,
            :REQ-START-DT, :REQ-END-DT, :WS-REG-CHNL-CD,
            :REQ-EXT-REF-NO, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-TRAVEL-NOTICE' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_TRAVEL_NOTICE' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '出行报备登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > REQ-DEST-CNTRY-COUNT
               OR WS-RESP-CODE NOT = 'E99999'
       PERFORM ADD-ONE-DEST-CNTRY
    END-PERFORM

    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-TRAVEL-NOTICE' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE WS-NTC-SEQ-NO TO RESP-NOTICE-SEQ-NO
    MOVE '000000' TO WS-RESP-CODE
    MOVE '出行报备登记成功' TO WS-RESP-MSG.

*> 一个目的国别一行(同一报备内重复键入的国别只落一行)
ADD-ONE-DEST-CNTRY.
    MOVE REQ-DEST-CNTRY-CD(WS-I) TO WS-DEST-CNTRY-CD
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_TRAVEL_NOTICE_DEST
         WHERE NOTICE_SEQ_NO = :WS-NTC-SEQ-NO
           AND CNTRY_CD = :WS-DEST-CNTRY-CD
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_TRAVEL_NOTICE_DEST (
            NOTICE_SEQ_NO, CNTRY_CD, CRT_TM
        ) VALUES (
            :WS-NTC-SEQ-NO, :WS-DEST-CNTRY-CD, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-ONE-DEST-CNTRY' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_TRAVEL_NOTICE_DEST' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '出行报备目的国别登记失败' TO WS-RESP-MSG
    END-IF.

*> 撤销报备：置'0'(客户取消或提前回国)。按报备流水号定位；未传
*> 流水号时按客户+渠道+渠道侧报备编号定位(手机银行撤销)
CANCEL-TRAVEL-NOTICE.
    IF REQ-NOTICE-SEQ-NO NOT = SPACES
       EXEC SQL
           UPDATE CUST_TRAVEL_NOTICE
              SET STUS_CD = '0',
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE NOTICE_SEQ_NO = :REQ-NOTICE-SEQ-NO
              AND TENANT_NO = :REQ-TENANT-NO
              AND CUST_NO = :REQ-CUST-NO
              AND STUS_CD = '1'
       END-EXEC
    ELSE
       EXEC SQL
           UPDATE CUST_TRAVEL_NOTICE
              SET STUS_CD = '0',
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND CUST_NO = :REQ-CUST-NO
              AND REG_CHNL_CD = :WS-REG-CHNL-CD
              AND EXT_REF_NO = :REQ-EXT-REF-NO
              AND STUS_CD = '1'
       END-EXEC
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CANCEL-TRAVEL-NOTICE' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_TRAVEL_NOTICE' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '出行报备撤销失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        GET DIAGNOSTICS :WS-RECORD-COUNT = ROW_COUNT
    END-EXEC.

    IF WS-RECORD-COUNT = 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '未找到在力的出行报备' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC

    MOVE REQ-NOTICE-SEQ-NO TO RESP-NOTICE-SEQ-NO
    MOVE '000000' TO WS-RESP-CODE
    MOVE '出行报备已撤销' TO WS-RESP-MSG.

*> 报备流水号分配：时间戳起号后逐一核对防撞
ALLOC-NTC-SEQ-NO.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-NTC-SEQ-NO
    MOVE 0 TO WS-SEQ-RETRY-COUNT
    PERFORM CHECK-NTC-SEQ-NO-FREE
    PERFORM UNTIL WS-SEQ-DUP-COUNT = 0
                  OR WS-SEQ-RETRY-COUNT > 99
       ADD 1 TO WS-NTC-SEQ-NO-NUM
       ADD 1 TO WS-SEQ-RETRY-COUNT
       PERFORM CHECK-NTC-SEQ-NO-FREE
    END-PERFORM

    IF WS-SEQ-DUP-COUNT NOT = 0
       MOVE 'E12021' TO WS-RESP-CODE
       MOVE '报备流水号分配失败' TO WS-RESP-MSG
    END-IF.

CHECK-NTC-SEQ-NO-FREE.
    MOVE 0 TO WS-SEQ-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-SEQ-DUP-COUNT
          FROM CUST_TRAVEL_NOTICE
         WHERE NOTICE_SEQ_NO = :WS-NTC-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-SEQ-DUP-COUNT
       MOVE 100 TO WS-SEQ-RETRY-COUNT
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
