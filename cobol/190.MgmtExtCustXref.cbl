IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTXREF01.

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
01  WS-CURRENT-DATE        PIC X(08).
01  WS-EFFT-DT             PIC X(08).

*> 对照登记簿上(SYS_ID, EXT_CUST_ID)现存行
01  WS-XREF-FOUND-FLG      PIC X(01).
01  WS-XREF-TENANT-NO      PIC X(10).
01  WS-XREF-CUST-NO        PIC X(20).
01  WS-XREF-VALID-FLG      PIC X(01).

*> 对照变更通知：登记在联系方式变更通知队列，通知上的客户号为
*> 外部系统变更前持有的那个号
01  WS-NOTIFY-CUST-NO      PIC X(20).
01  WS-NOTIFY-FLD-NM       PIC X(30) VALUE 'EXT_CUST_XREF'.

*> 外部系统代码校验工作区(CODECHK01，代码集EXT_SYS_ID)
01  WS-CODE-SET-CD         PIC X(20) VALUE 'EXT_SYS_ID'.
01  WS-CODE-VAL            PIC X(10).
01  WS-CODE-RESP-CODE      PIC X(06).
01  WS-CODE-RESP-MSG       PIC X(50).

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTXREF01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-SYS-ID             PIC X(10).     *> 外部系统标识(代码集EXT_SYS_ID)
01  REQ-EXT-CUST-ID        PIC X(40).     *> 外部系统客户标识
01  REQ-CUST-NO            PIC X(20).     *> 客户编号(登记/改挂的目标客户)
01  REQ-EFFT-DT            PIC X(08).     *> 生效日期(登记时，空白=当日)
01  REQ-INVALID-DT         PIC X(08).     *> 失效日期(登记时，空白=长期)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01登记/02改挂/
                                          *> 03终止)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-SYS-ID, REQ-EXT-CUST-ID, REQ-CUST-NO,
          REQ-EFFT-DT, REQ-INVALID-DT, REQ-OPER-TYP-CD,
          REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 外部系统客户号对照登记簿(EXT_CUST_XREF)维护：记录信用卡/
*> 理财/核心等外部系统自己的客户标识对应本系统哪个客户号，
*> 一个(系统, 外部客户标识)只对应一行。
*> 01登记：新登记或重新启用已终止的对照；对照在力时拒绝，改
*>         对应关系须走02改挂
*> 02改挂：在力对照改指向另一客户，原客户号记入PREV_CUST_NO
*> 03终止：在力对照按当日终止
*> 改挂与终止登记'EXT_CUST_XREF'变更通知给该外部系统(由
*> NOTIFYDISP01投递)。归并/撤销归并/租户迁移/销户引起的对照
*> 变动由XREFSYNC01在各自事务内完成，不经本程序
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-SYS-ID = SPACES
       OR REQ-EXT-CUST-ID = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/外部系统/外部客户标识不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF (REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02')
       AND REQ-CUST-NO = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 外部系统须收录于代码库(代码集EXT_SYS_ID)
    MOVE REQ-SYS-ID TO WS-CODE-VAL
    CALL 'CODECHK01' USING WS-CODE-SET-CD, WS-CODE-VAL,
                           WS-CODE-RESP-CODE, WS-CODE-RESP-MSG
    END-CALL
    IF WS-CODE-RESP-CODE NOT = '000000'
       MOVE WS-CODE-RESP-CODE TO WS-RESP-CODE
       MOVE WS-CODE-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 3) 柜员权限校验(客户信息维护角色'01')
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
    END-IF.

    *> 4) 读取现存对照行
    PERFORM READ-EXISTING-XREF.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTXREF01' TO WS-MAINTWIN-PGM-ID
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

    *> 5) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 登记
          PERFORM REGISTER-XREF
       WHEN '02'  *> 改挂
          PERFORM REPOINT-XREF
       WHEN '03'  *> 终止
          PERFORM END-XREF
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 按(系统, 外部客户标识)读现存对照行，不存在时WS-XREF-FOUND-FLG='N'
READ-EXISTING-XREF.
    MOVE 'N' TO WS-XREF-FOUND-FLG
    EXEC SQL
        SELECT TENANT_NO, CUST_NO, VALID_FLG
          INTO :WS-XREF-TENANT-NO, :WS-XREF-CUST-NO,
               :WS-XREF-VALID-FLG
          FROM EXT_CUST_XREF
         WHERE SYS_ID = :REQ-SYS-ID
           AND EXT_CUST_ID = :REQ-EXT-CUST-ID
    END-EXEC

    IF SQLCODE = 0
       MOVE 'Y' TO WS-XREF-FOUND-FLG
       EXIT PARAGRAPH
    END-IF

    IF SQLCODE NOT = 100
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '外部客户号对照查询失败' TO WS-RESP-MSG
    END-IF.

*> 登记/改挂的目标客户须在本租户存在且有效(已销户、已并出的
*> 客户不能再挂对照)
CHECK-TARGET-CUST.
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-TARGET-CUST' TO WS-TE-PARA-NM
       MOVE 'SELECT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '客户基本信息查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-RECORD-COUNT = 0
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '客户不存在或已失效' TO WS-RESP-MSG
    END-IF.

*> 登记：无行则新增；已终止的行重新启用(原客户号记入PREV)；
*> 在力行拒绝
REGISTER-XREF.
    IF WS-XREF-FOUND-FLG = 'Y' AND WS-XREF-VALID-FLG = '1'
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '该外部客户标识已有在力对照，请走改挂' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-TARGET-CUST
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    IF REQ-EFFT-DT = SPACES
       MOVE WS-CURRENT-DATE TO WS-EFFT-DT
    ELSE
       MOVE REQ-EFFT-DT TO WS-EFFT-DT
    END-IF

    IF REQ-INVALID-DT NOT = SPACES AND REQ-INVALID-DT < WS-EFFT-DT
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '失效日期不能早于生效日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-XREF-FOUND-FLG = 'N'
       EXEC SQL
           INSERT INTO EXT_CUST_XREF (
               SYS_ID, EXT_CUST_ID, TENANT_NO, CUST_NO, VALID_FLG,
               EFFT_DT, INVALID_DT, PREV_CUST_NO, PREV_TENANT_NO,
               CHG_RSN_CD, CHG_REF_NO, CRT_TELR_NO, CRT_TM,
               UPD_TELR_NO, UPD_TM
           ) VALUES (
               :REQ-SYS-ID, :REQ-EXT-CUST-ID, :REQ-TENANT-NO,
               :REQ-CUST-NO, '1', :WS-EFFT-DT, :REQ-INVALID-DT,
               ' ', ' ', '01', ' ', :REQ-OPER-TELR-NO,
               CURRENT_TIMESTAMP, :REQ-OPER-TELR-NO,
               CURRENT_TIMESTAMP
           )
       END-EXEC
    ELSE
       EXEC SQL
           UPDATE EXT_CUST_XREF
              SET TENANT_NO = :REQ-TENANT-NO,
                  CUST_NO = :REQ-CUST-NO,
                  VALID_FLG = '1',
                  EFFT_DT = :WS-EFFT-DT,
                  INVALID_DT = :REQ-INVALID-DT,
                  PREV_CUST_NO = :WS-XREF-CUST-NO,
                  PREV_TENANT_NO = :WS-XREF-TENANT-NO,
                  CHG_RSN_CD = '01',
                  CHG_REF_NO = ' ',
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE SYS_ID = :REQ-SYS-ID
              AND EXT_CUST_ID = :REQ-EXT-CUST-ID
              AND VALID_FLG = '0'
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REGISTER-XREF' TO WS-TE-PARA-NM
       MOVE 'UPDATE EXT_CUST_XREF' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '外部客户号对照登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REGISTER-XREF' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '外部客户号对照登记成功' TO WS-RESP-MSG.

*> 改挂：在力对照改指向另一客户，与对照变更通知同一事务
REPOINT-XREF.
    IF WS-XREF-FOUND-FLG = 'N' OR WS-XREF-VALID-FLG NOT = '1'
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '无在力对照可改挂' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-XREF-CUST-NO = REQ-CUST-NO
       AND WS-XREF-TENANT-NO = REQ-TENANT-NO
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '对照已指向该客户' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-TARGET-CUST
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE EXT_CUST_XREF
           SET TENANT_NO = :REQ-TENANT-NO,
               CUST_NO = :REQ-CUST-NO,
               PREV_CUST_NO = :WS-XREF-CUST-NO,
               PREV_TENANT_NO = :WS-XREF-TENANT-NO,
               CHG_RSN_CD = '02',
               CHG_REF_NO = ' ',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE SYS_ID = :REQ-SYS-ID
           AND EXT_CUST_ID = :REQ-EXT-CUST-ID
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REPOINT-XREF' TO WS-TE-PARA-NM
       MOVE 'UPDATE EXT_CUST_XREF' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '外部客户号对照改挂失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    PERFORM QUEUE-XREF-NOTIFY
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REPOINT-XREF' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '外部客户号对照改挂成功' TO WS-RESP-MSG.

*> 终止：在力对照按当日终止，与对照变更通知同一事务
END-XREF.
    IF WS-XREF-FOUND-FLG = 'N' OR WS-XREF-VALID-FLG NOT = '1'
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '无在力对照可终止' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE EXT_CUST_XREF
           SET VALID_FLG = '0',
               INVALID_DT = :WS-CURRENT-DATE,
               CHG_RSN_CD = '03',
               CHG_REF_NO = ' ',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE SYS_ID = :REQ-SYS-ID
           AND EXT_CUST_ID = :REQ-EXT-CUST-ID
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'END-XREF' TO WS-TE-PARA-NM
       MOVE 'UPDATE EXT_CUST_XREF' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '外部客户号对照终止失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    PERFORM QUEUE-XREF-NOTIFY
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'END-XREF' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '外部客户号对照终止成功' TO WS-RESP-MSG.

*> 给该外部系统登记一条对照变更通知，客户号为变更前的客户号
QUEUE-XREF-NOTIFY.
    MOVE WS-XREF-CUST-NO TO WS-NOTIFY-CUST-NO
    EXEC SQL
        INSERT INTO CUST_CNTC_NOTIFY_QUEUE
            (CUST_NO, FLD_NM, EFF_TM, SUBSCRIBER_SYS_ID,
             NOTIFY_STATUS, CRT_TM)
        VALUES
            (:WS-NOTIFY-CUST-NO, :WS-NOTIFY-FLD-NM, CURRENT_TIMESTAMP,
             :REQ-SYS-ID, '0', CURRENT_TIMESTAMP)
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'QUEUE-XREF-NOTIFY' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_CNTC_NOTIFY_QUEUE' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '外部系统对照变更通知登记失败' TO WS-RESP-MSG
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
