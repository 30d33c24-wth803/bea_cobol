01  WS-RESP-MSG            PIC X(50).
01  WS-RECORD-COUNT        PIC 9(5).
01  WS-OPER-TYPE           PIC X(03).
01  WS-VALID-FLG           PIC X(01).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTTELLER01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
*> 柜员归属机构(机构参考数据由MGMTBRANCH01维护)，新增/修改时
*> 随角色一并登记
01  REQ-BRANCH-NO          PIC X(10).     *> 归属机构编号(可空)
*> 柜员本人在本租户的客户号(同为本行客户时登记，须在
*> CUSTOMER_BASIC_INFO有效存在)：AUTHCHK01据此并经CUST_RELATION_INFO
*> 拒绝柜员办理本人及亲属客户的维护与复核
01  REQ-TELR-CUST-NO       PIC X(10).     *> 柜员本人客户号(可空)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/03停用/
                                          *> 04恢复暂停柜员)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号(人事/管理岗)

*> ========== 输出参数 ==========

PROCEDURE DIVISION
    USING REQ-TELR-NO, REQ-TENANT-NO, REQ-ROLE-CDS, REQ-BRANCH-NO,
          REQ-TELR-CUST-NO, REQ-OPER-TYP-CD, REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 柜员登记簿维护：柜员号/所属租户/角色代码串/有效标志落
*> TELLER_INFO，各维护程序经AUTHCHK01据此核实操作柜员身份与
*> 角色，不再信任调用方自报的角色参数。久未办理业务被TELRIDLE01
*> 暂停的柜员(有效标志'2')经恢复(04)重新启用，恢复动作写
*> TELLER_INFO_CHG_AUDIT
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
       GO TO EXIT-PROGRAM
    END-IF.

    *> 柜员本人客户号须为本租户有效客户
    IF (REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02')
       AND REQ-TELR-CUST-NO NOT = SPACES
       EXEC SQL
           SELECT COUNT(*) INTO :WS-RECORD-COUNT
             FROM CUSTOMER_BASIC_INFO
            WHERE CUST_NO = :REQ-TELR-CUST-NO
              AND TENANT_NO = :REQ-TENANT-NO
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
          MOVE 'F20006' TO WS-RESP-CODE
          MOVE '柜员本人客户号不存在或已失效' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          MOVE 'MOD' TO WS-OPER-TYPE
       WHEN '03'  *> 停用(逻辑删除)
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN '04'  *> 恢复暂停柜员
          MOVE 'RST' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTTELLER01' TO WS-MAINTWIN-PGM-ID
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
          PERFORM MOD-TELLER-INFO
       WHEN 'DEL'
          PERFORM DEL-TELLER-INFO
       WHEN 'RST'
          PERFORM RESTORE-TELLER-INFO
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
    *> 5) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
          MOVE '柜员信息修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '柜员停用成功' TO WS-RESP-MSG
       WHEN 'RST'
          MOVE '柜员已恢复启用' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 新增柜员登记(暂停中的柜员视同已登记，须经04恢复)
ADD-TELLER-INFO.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM TELLER_INFO
         WHERE TELR_NO = :REQ-TELR-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG IN ('1', '2')
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0

    EXEC SQL
        INSERT INTO TELLER_INFO (
            TELR_NO, TENANT_NO, ROLE_CDS, BRANCH_NO, TELR_CUST_NO,
            VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TELR-NO, :REQ-TENANT-NO, :REQ-ROLE-CDS,
            :REQ-BRANCH-NO, :REQ-TELR-CUST-NO, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-TELLER-INFO' TO WS-TE-PARA-NM
       MOVE 'INSERT TELLER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '柜员登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH

    MOVE '000000' TO WS-RESP-CODE.

*> 修改柜员角色/归属机构/本人客户号
MOD-TELLER-INFO.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
        UPDATE TELLER_INFO
           SET ROLE_CDS = :REQ-ROLE-CDS,
               BRANCH_NO = :REQ-BRANCH-NO,
               TELR_CUST_NO = :REQ-TELR-CUST-NO,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TELR_NO = :REQ-TELR-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-TELLER-INFO' TO WS-TE-PARA-NM
       MOVE 'UPDATE TELLER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '柜员信息修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH

    MOVE '000000' TO WS-RESP-CODE.

*> 停用柜员(逻辑删除，设置有效标志为0；暂停中的柜员同样可停用)
DEL-TELLER-INFO.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM TELLER_INFO
         WHERE TELR_NO = :REQ-TELR-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG IN ('1', '2')
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TELR_NO = :REQ-TELR-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG IN ('1', '2')
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-TELLER-INFO' TO WS-TE-PARA-NM
       MOVE 'UPDATE TELLER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '柜员停用失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 恢复暂停柜员：有效标志'2'置回'1'并留柜员变更审计
RESTORE-TELLER-INFO.
    MOVE SPACES TO WS-VALID-FLG
    EXEC SQL
        SELECT VALID_FLG INTO :WS-VALID-FLG
          FROM TELLER_INFO
         WHERE TELR_NO = :REQ-TELR-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '2'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '该柜员未处于暂停状态' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE TELLER_INFO
           SET VALID_FLG = '1',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TELR_NO = :REQ-TELR-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '2'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RESTORE-TELLER-INFO' TO WS-TE-PARA-NM
       MOVE 'UPDATE TELLER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '柜员恢复失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO TELLER_INFO_CHG_AUDIT (
            TELR_NO, TENANT_NO, FLD_NM, OLD_VAL, NEW_VAL,
            OPER_TELR_NO, CHG_TM
        ) VALUES (
            :REQ-TELR-NO, :REQ-TENANT-NO, 'VALID_FLG', '2', '1',
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RESTORE-TELLER-INFO' TO WS-TE-PARA-NM
       MOVE 'INSERT TELLER_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '柜员恢复审计写入失败' TO WS-RESP-MSG
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
    MOVE REQ-TENANT-NO TO WS-TE-TENANT-NO
    MOVE REQ-TELR-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
