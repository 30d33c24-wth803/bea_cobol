IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTMWOVR01.

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
01  WS-NOW-TM              PIC X(14).
01  WS-FETCH-SQLCODE       PIC S9(9) COMP-4.
01  WS-WIN-SEQ-NO          PIC X(14).
01  WS-WIN-COUNT           PIC 9(5) VALUE 0.
01  WS-EVENT-CD            PIC X(01).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTMWOVR01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-PROGRAM-ID         PIC X(20).     *> 放行的维护程序号
01  REQ-REASON-TXT         PIC X(100).    *> 紧急放行事由(放行时必填)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01放行/
                                          *> 03撤销放行)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-WIN-COUNT         PIC 9(5).      *> 涉及的生效窗口数

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-PROGRAM-ID, REQ-REASON-TXT,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG, RESP-WIN-COUNT.

*> 维护窗口紧急放行维护：批处理维护窗口期内(MAINTWIN01拒绝联机
*> 维护)，持维护窗口放行主管角色('14')的柜员可为本租户的某一维护
*> 程序登记紧急放行。放行按当前生效的每个窗口(系统级与本租户级)
*> 各登记一行MAINT_WIN_OVERRIDE，窗口关闭即随之失效，不会延续到
*> 下一个批处理夜。放行与撤销均记入MAINT_WIN_OVERRIDE_LOG(事件
*> G放行/R撤销)，放行使用由MAINTWIN01记事件U，晨间批量控制报告
*> 按窗口汇总
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO RESP-WIN-COUNT
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-NOW-TM

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-PROGRAM-ID = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '放行程序号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 放行
          MOVE 'ADD' TO WS-OPER-TYPE
          MOVE 'G' TO WS-EVENT-CD
       WHEN '03'  *> 撤销放行
          MOVE 'DEL' TO WS-OPER-TYPE
          MOVE 'R' TO WS-EVENT-CD
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    IF WS-OPER-TYPE = 'ADD' AND REQ-REASON-TXT = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '紧急放行事由不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2.3) 柜员权限校验(维护窗口放行主管角色'14')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '14' TO WS-AUTHCHK-ROLE-CD
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

    *> 4) 逐个生效窗口放行/撤销
    EXEC SQL
        DECLARE MWO-WIN-CUR CURSOR FOR
        SELECT WIN_SEQ_NO
          FROM MAINT_WINDOW
         WHERE TENANT_NO IN ('*', :REQ-TENANT-NO)
           AND STATUS_CD = '1'
           AND WIN_START_TM <= :WS-NOW-TM
           AND WIN_END_TM > :WS-NOW-TM
         ORDER BY WIN_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN MWO-WIN-CUR END-EXEC.
    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
               OR WS-RESP-CODE NOT = 'E99999'
       EXEC SQL
           FETCH MWO-WIN-CUR INTO :WS-WIN-SEQ-NO
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          EVALUATE WS-OPER-TYPE
             WHEN 'ADD'
                PERFORM GRANT-ONE-WINDOW
             WHEN 'DEL'
                PERFORM REVOKE-ONE-WINDOW
          END-EVALUATE
       END-IF
    END-PERFORM.
    EXEC SQL CLOSE MWO-WIN-CUR END-EXEC.

    IF WS-RESP-CODE = 'E99999' AND WS-WIN-COUNT = 0
       MOVE 'F20008' TO WS-RESP-CODE
       IF WS-OPER-TYPE = 'ADD'
          MOVE '当前无生效的维护窗口' TO WS-RESP-MSG
       ELSE
          MOVE '当前窗口内无该程序的紧急放行' TO WS-RESP-MSG
       END-IF
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
    MOVE WS-WIN-COUNT TO RESP-WIN-COUNT
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE '维护窗口紧急放行登记成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '维护窗口紧急放行撤销成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 放行：同窗口同租户同程序已有有效放行的不重复登记(仍计入窗口数)
GRANT-ONE-WINDOW.
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM MAINT_WIN_OVERRIDE
         WHERE WIN_SEQ_NO = :WS-WIN-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND PROGRAM_ID = :REQ-PROGRAM-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'GRANT-ONE-WINDOW' TO WS-TE-PARA-NM
       MOVE 'SELECT MAINT_WIN_OVERRIDE' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '紧急放行读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-WIN-COUNT
    IF WS-RECORD-COUNT > 0
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO MAINT_WIN_OVERRIDE (
            WIN_SEQ_NO, TENANT_NO, PROGRAM_ID, REASON_TXT, VALID_FLG,
            GRANT_TELR_NO, GRANT_TM, REVOKE_TELR_NO, REVOKE_TM
        ) VALUES (
            :WS-WIN-SEQ-NO, :REQ-TENANT-NO, :REQ-PROGRAM-ID,
            :REQ-REASON-TXT, '1', :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, ' ', NULL
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'GRANT-ONE-WINDOW' TO WS-TE-PARA-NM
       MOVE 'INSERT MAINT_WIN_OVERRIDE' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '紧急放行登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM WRITE-OVERRIDE-LOG.

*> 撤销：逻辑删除本窗口内该程序的有效放行
REVOKE-ONE-WINDOW.
    EXEC SQL
        UPDATE MAINT_WIN_OVERRIDE
           SET VALID_FLG = '0',
               REVOKE_TELR_NO = :REQ-OPER-TELR-NO,
               REVOKE_TM = CURRENT_TIMESTAMP
         WHERE WIN_SEQ_NO = :WS-WIN-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND PROGRAM_ID = :REQ-PROGRAM-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 100
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REVOKE-ONE-WINDOW' TO WS-TE-PARA-NM
       MOVE 'UPDATE MAINT_WIN_OVERRIDE' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '紧急放行撤销失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-WIN-COUNT
    PERFORM WRITE-OVERRIDE-LOG.

*> 放行/撤销留痕(与放行行同一事务)
WRITE-OVERRIDE-LOG.
    EXEC SQL
        INSERT INTO MAINT_WIN_OVERRIDE_LOG (
            WIN_SEQ_NO, TENANT_NO, PROGRAM_ID, EVENT_CD,
            OPER_TELR_NO, REASON_TXT, LOG_TM
        ) VALUES (
            :WS-WIN-SEQ-NO, :REQ-TENANT-NO, :REQ-PROGRAM-ID,
            :WS-EVENT-CD, :REQ-OPER-TELR-NO, :REQ-REASON-TXT,
            CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'WRITE-OVERRIDE-LOG' TO WS-TE-PARA-NM
       MOVE 'INSERT MAINT_WIN_OVERRIDE_LOG' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '紧急放行留痕失败' TO WS-RESP-MSG
    END-IF.

WRITE-INVOKE-JOURNAL.
    EXEC SQL
        INSERT INTO SVC_INVOKE_JOURNAL (
            PROGRAM_ID, OPER_TELR_NO, TENANT_NO, CUST_NO,
            RESP_CODE, INVOKE_TM
        ) VALUES (
            'MGMTMWOVR01', :REQ-OPER-TELR-NO, :REQ-TENANT-NO,
            ' ', :WS-RESP-CODE, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '服务调用流水写入失败:' 'MGMTMWOVR01'
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
    MOVE REQ-PROGRAM-ID TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
