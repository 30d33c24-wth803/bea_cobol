IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTCUSTRM01.

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
01  WS-CLOSED-COUNT        PIC 9(5).
01  WS-CURRENT-DATE        PIC X(08).
01  WS-EFFT-DT             PIC X(08).
01  WS-EFFT-DT-NUM         PIC 9(08).
01  WS-PREV-DT             PIC X(08).
01  WS-PREV-DT-NUM         PIC 9(08).
01  WS-CHG-RSN-CD          PIC X(02) VALUE '01'.

*> 指派生效日当天在力的指派(判重用)
01  WS-CUR-PRIM-RM-NO      PIC X(10).
01  WS-CUR-BKUP-RM-NO      PIC X(10).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)：
*> 经办柜员须持网点负责人角色'11'；主办/协办客户经理须持客户
*> 经理角色'13'，并带上客户号做利益冲突校验(客户经理不得管户
*> 本人或本人关联客户)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).
01  WS-RM-TELR-NO          PIC X(10).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCUSTRM01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(20).     *> 客户编号(对私/对公)
01  REQ-PRIM-RM-TELR-NO    PIC X(10).     *> 主办客户经理柜员号
01  REQ-BKUP-RM-TELR-NO    PIC X(10).     *> 协办客户经理柜员号(可空)
01  REQ-EFFT-DT            PIC X(08).     *> 生效日期(YYYYMMDD，空=当日；
                                          *> 终止时为终止生效日)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01指派/调整，
                                          *> 03终止管户)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-PRIM-RM-TELR-NO,
          REQ-BKUP-RM-TELR-NO, REQ-EFFT-DT, REQ-OPER-TYP-CD,
          REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 客户经理管户指派维护：每个客户指派主办与协办客户经理(持角色
*> '13'的柜员)，落CUST_RM_ASSIGN，一行一段生效期——调整时不改旧行
*> 而是把在力行的失效日期截到新生效日前一天、再插新行，已排期但
*> 尚未生效的行置无效，历次指派都留在表里即为变更历史。终止管户
*> 只截断不插新行。VIP维系、尽调跟进与各类通知从此有名有姓的
*> 责任人；批量调整(客户经理离职、机构重组)走RMREASG01，同一口径
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD NOT = '01' AND REQ-OPER-TYP-CD NOT = '03'
       MOVE 'E12196' TO WS-RESP-CODE
       MOVE '非法操作标志' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01'
       IF REQ-PRIM-RM-TELR-NO = SPACES
          MOVE 'F20002' TO WS-RESP-CODE
          MOVE '主办客户经理不能为空' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       IF REQ-BKUP-RM-TELR-NO = REQ-PRIM-RM-TELR-NO
          MOVE 'F20002' TO WS-RESP-CODE
          MOVE '协办客户经理不能与主办相同' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 生效日期：空按当日，不许倒签
    IF REQ-EFFT-DT = SPACES
       MOVE WS-CURRENT-DATE TO WS-EFFT-DT
    ELSE
       IF REQ-EFFT-DT IS NOT NUMERIC
          MOVE 'F20003' TO WS-RESP-CODE
          MOVE '生效日期须为8位日期' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       MOVE REQ-EFFT-DT TO WS-EFFT-DT-NUM
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFT-DT-NUM) NOT = 0
          MOVE 'F20003' TO WS-RESP-CODE
          MOVE '生效日期不是有效日期' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       IF REQ-EFFT-DT < WS-CURRENT-DATE
          MOVE 'F20003' TO WS-RESP-CODE
          MOVE '生效日期不得早于当日' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       MOVE REQ-EFFT-DT TO WS-EFFT-DT
    END-IF.
    MOVE WS-EFFT-DT TO WS-EFFT-DT-NUM
    COMPUTE WS-PREV-DT-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-EFFT-DT-NUM) - 1)
    MOVE WS-PREV-DT-NUM TO WS-PREV-DT

    *> 2) 柜员权限校验(网点负责人角色'11')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '11' TO WS-AUTHCHK-ROLE-CD
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

    *> 3) 客户须在册有效
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
       GO TO EXIT-PROGRAM
    END-IF

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCUSTRM01' TO WS-MAINTWIN-PGM-ID
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

    *> 4) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 指派/调整
          PERFORM ASSIGN-CUST-RM
       WHEN '03'  *> 终止管户
          PERFORM END-CUST-RM
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 主办/协办客户经理逐个核实：在本租户有效、持客户经理角色'13'、
*> 与客户无利益冲突
CHECK-RM-TELLER.
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '13' TO WS-AUTHCHK-ROLE-CD
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING WS-RM-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       STRING '客户经理' DELIMITED BY SIZE
              WS-RM-TELR-NO DELIMITED BY SPACE
              ':' DELIMITED BY SIZE
              WS-AUTHCHK-RESP-MSG DELIMITED BY SIZE
         INTO WS-RESP-MSG
       END-STRING
    END-IF.

*> 指派/调整：与生效日当天在力的指派相同则不重复落行
ASSIGN-CUST-RM.
    MOVE REQ-PRIM-RM-TELR-NO TO WS-RM-TELR-NO
    PERFORM CHECK-RM-TELLER
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF
    IF REQ-BKUP-RM-TELR-NO NOT = SPACES
       MOVE REQ-BKUP-RM-TELR-NO TO WS-RM-TELR-NO
       PERFORM CHECK-RM-TELLER
       IF WS-RESP-CODE NOT = 'E99999'
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE SPACES TO WS-CUR-PRIM-RM-NO
    MOVE SPACES TO WS-CUR-BKUP-RM-NO
    EXEC SQL
        SELECT PRIM_RM_TELR_NO, COALESCE(BKUP_RM_TELR_NO, ' ')
          INTO :WS-CUR-PRIM-RM-NO, :WS-CUR-BKUP-RM-NO
          FROM CUST_RM_ASSIGN
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
           AND EFFT_DT <= :WS-EFFT-DT
           AND (EXPIRE_DT = SPACES OR EXPIRE_DT >= :WS-EFFT-DT)
         ORDER BY EFFT_DT DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ASSIGN-CUST-RM' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_RM_ASSIGN' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '管户指派查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF
    IF SQLCODE = 0
       AND WS-CUR-PRIM-RM-NO = REQ-PRIM-RM-TELR-NO
       AND WS-CUR-BKUP-RM-NO = REQ-BKUP-RM-TELR-NO
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '与现行管户指派相同' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ASSIGN-CUST-RM' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM CLOSE-OPEN-ASSIGN
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO CUST_RM_ASSIGN (
            TENANT_NO, CUST_NO, PRIM_RM_TELR_NO, BKUP_RM_TELR_NO,
            EFFT_DT, EXPIRE_DT, CHG_RSN_CD, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-PRIM-RM-TELR-NO,
            :REQ-BKUP-RM-TELR-NO, :WS-EFFT-DT, ' ', :WS-CHG-RSN-CD,
            '1', :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ASSIGN-CUST-RM' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_RM_ASSIGN' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '管户指派登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ASSIGN-CUST-RM' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '管户指派成功' TO WS-RESP-MSG.

*> 终止管户：截断在力行、作废已排期行；无可终止的指派时回错
END-CUST-RM.
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'END-CUST-RM' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM CLOSE-OPEN-ASSIGN
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    IF WS-CLOSED-COUNT = 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '客户无在力或已排期的管户指派' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'END-CUST-RM' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '管户指派已终止' TO WS-RESP-MSG.

*> 截断与作废(在调用方事务内)：生效日前已生效、到生效日仍在力的
*> 行失效日期截到生效日前一天；生效日当天及以后才生效的行置无效。
*> 受影响行数合计记入WS-CLOSED-COUNT；失败时回滚
CLOSE-OPEN-ASSIGN.
    MOVE 0 TO WS-CLOSED-COUNT

    EXEC SQL
        UPDATE CUST_RM_ASSIGN
           SET EXPIRE_DT = :WS-PREV-DT,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
           AND EFFT_DT < :WS-EFFT-DT
           AND (EXPIRE_DT = SPACES OR EXPIRE_DT >= :WS-EFFT-DT)
    END-EXEC.
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-OPEN-ASSIGN' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_RM_ASSIGN' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '现行管户指派截断失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-RECORD-COUNT = ROW_COUNT
       END-EXEC
       ADD WS-RECORD-COUNT TO WS-CLOSED-COUNT
    END-IF

    EXEC SQL
        UPDATE CUST_RM_ASSIGN
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
           AND EFFT_DT >= :WS-EFFT-DT
    END-EXEC.
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-OPEN-ASSIGN' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_RM_ASSIGN' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '已排期管户指派作废失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-RECORD-COUNT = ROW_COUNT
       END-EXEC
       ADD WS-RECORD-COUNT TO WS-CLOSED-COUNT
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
