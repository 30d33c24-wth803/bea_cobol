IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTCUSTTAG01.

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
01  WS-CURRENT-DATE-NUM    PIC 9(08).
01  WS-EXPIRE-DT           PIC X(08).
01  WS-EXPIRE-DT-NUM       PIC 9(08).

*> 目录上的标签定义：打标来源与人工标签缺省有效天数
01  WS-TAG-SORC-CD         PIC X(01).
01  WS-VALID-DAYS          PIC 9(05).

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCUSTTAG01'.
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
01  REQ-TAG-CD             PIC X(10).     *> 标签代码(须为目录上的人工
                                          *> 标签)
01  REQ-EXPIRE-DT          PIC X(08).     *> 失效日期(YYYYMMDD，空=按
                                          *> 目录缺省有效天数)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01打标/02改
                                          *> 失效日期/03摘标)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-TAG-CD, REQ-EXPIRE-DT,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 客户人工标签维护：客户经理按标签目录(CUST_TAG_CATALOG，
*> MGMTTAGCAT01维护)给客户打标/改失效日期/摘标，落CUST_TAG(来源
*> 'M'，记打标日期与失效日期)。规则标签只由夜间批CUSTTAGBAT01
*> 置标与清标，此处一律拒绝。失效日期未传时按目录缺省有效天数
*> 折算，缺省天数为0的长期有效；过了失效日期的标在查询侧即不再
*> 回送，夜间批随后置无效
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       OR REQ-TAG-CD = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号/标签代码不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD NOT = '01' AND REQ-OPER-TYP-CD NOT = '02'
       AND REQ-OPER-TYP-CD NOT = '03'
       MOVE 'E12196' TO WS-RESP-CODE
       MOVE '非法操作标志' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 柜员权限校验(客户信息维护角色'01')
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

    *> 3) 标签须在目录上有效且为人工标签
    MOVE SPACES TO WS-TAG-SORC-CD
    MOVE 0 TO WS-VALID-DAYS
    EXEC SQL
        SELECT TAG_SORC_CD, VALID_DAYS
          INTO :WS-TAG-SORC-CD, :WS-VALID-DAYS
          FROM CUST_TAG_CATALOG
         WHERE TAG_CD = :REQ-TAG-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '标签未在标签目录中收录' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_TAG_CATALOG' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '标签目录查询失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-TAG-SORC-CD NOT = 'M'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '规则标签由夜间批维护，不能人工打标' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4) 失效日期：未传按目录缺省有效天数，传了须为不早于当日的
    *>    有效日期
    IF REQ-OPER-TYP-CD NOT = '03'
       PERFORM DERIVE-EXPIRE-DT
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCUSTTAG01' TO WS-MAINTWIN-PGM-ID
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
       WHEN '01'  *> 打标
          PERFORM ADD-CUST-TAG
       WHEN '02'  *> 改失效日期
          PERFORM MOD-CUST-TAG
       WHEN '03'  *> 摘标
          PERFORM DEL-CUST-TAG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

DERIVE-EXPIRE-DT.
    IF REQ-EXPIRE-DT = SPACES
       MOVE SPACES TO WS-EXPIRE-DT
       IF WS-VALID-DAYS > 0
          MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
          COMPUTE WS-EXPIRE-DT-NUM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                  + WS-VALID-DAYS)
          MOVE WS-EXPIRE-DT-NUM TO WS-EXPIRE-DT
       END-IF
       EXIT PARAGRAPH
    END-IF

    IF REQ-EXPIRE-DT IS NOT NUMERIC
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '失效日期须为8位日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-EXPIRE-DT TO WS-EXPIRE-DT-NUM
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRE-DT-NUM) NOT = 0
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '失效日期不是有效日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-EXPIRE-DT < WS-CURRENT-DATE
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '失效日期不得早于当日' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-EXPIRE-DT TO WS-EXPIRE-DT.

*> 打标：客户须在册有效；同一标签在力的标只留一行(已过失效日期
*> 尚未被夜间批置无效的旧行先置无效再打新标)
ADD-CUST-TAG.
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
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM CUST_TAG
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND TAG_CD = :REQ-TAG-CD
           AND VALID_FLG = '1'
           AND (EXPIRE_DT = SPACES OR EXPIRE_DT >= :WS-CURRENT-DATE)
    END-EXEC
    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '客户已有该标签' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-TAG' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_TAG
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND TAG_CD = :REQ-TAG-CD
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-TAG' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_TAG' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '过期标签清理失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO CUST_TAG (
            TENANT_NO, CUST_NO, TAG_CD, TAG_SORC_CD, SET_DT,
            EXPIRE_DT, VALID_FLG, CRT_TELR_NO, UPD_TELR_NO,
            CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-TAG-CD, 'M',
            :WS-CURRENT-DATE, :WS-EXPIRE-DT, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-TAG' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_TAG' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '客户打标失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-TAG' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '客户打标成功' TO WS-RESP-MSG.

*> 改失效日期(续期或提前到期)：只改在力的人工标
MOD-CUST-TAG.
    EXEC SQL
        UPDATE CUST_TAG
           SET EXPIRE_DT = :WS-EXPIRE-DT,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND TAG_CD = :REQ-TAG-CD
           AND TAG_SORC_CD = 'M'
           AND VALID_FLG = '1'
           AND (EXPIRE_DT = SPACES OR EXPIRE_DT >= :WS-CURRENT-DATE)
    END-EXEC.
    PERFORM CHECK-TAG-UPDATED
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '标签失效日期修改成功' TO WS-RESP-MSG.

*> 摘标：置无效
DEL-CUST-TAG.
    EXEC SQL
        UPDATE CUST_TAG
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND TAG_CD = :REQ-TAG-CD
           AND TAG_SORC_CD = 'M'
           AND VALID_FLG = '1'
    END-EXEC.
    PERFORM CHECK-TAG-UPDATED
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '客户摘标成功' TO WS-RESP-MSG.

*> 单条UPDATE的结果核对：失败或零行(客户身上无在力的该标签)
*> 各自回错
CHECK-TAG-UPDATED.
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-TAG-UPDATED' TO WS-TE-PARA-NM
       MOVE 'SQL' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '客户标签更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-RECORD-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-RECORD-COUNT = ROW_COUNT
       END-EXEC
    END-IF

    IF WS-RECORD-COUNT = 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '客户无在力的该标签' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC.

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
