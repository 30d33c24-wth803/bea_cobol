01  WS-LOG-COUNT           PIC 9(5).
01  WS-MRG-TM              PIC X(26).

*> 外部系统客户号对照同步工作区(XREFSYNC01，同CUSTUNMRG01)
01  WS-XREF-SYNC-TYP-CD    PIC X(02).
01  WS-XREF-FROM-CUST-NO   PIC X(20).
01  WS-XREF-TO-CUST-NO     PIC X(20).
01  WS-XREF-TGT-TENANT-NO  PIC X(10).
01  WS-XREF-ROW-COUNT      PIC 9(5).
01  WS-XREF-RESP-CODE      PIC X(06).
01  WS-XREF-RESP-MSG       PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'CORPUNMRG01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 并入客户号(撤销时的当前户号)
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'CORPUNMRG01' TO WS-MAINTWIN-PGM-ID
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
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ACCT_INFO' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '账户路由撤回失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 7.1) 外部系统客户号对照改回并出客户，并通知相关外部系统
    PERFORM RESTORE-EXT-CUST-XREF-ROWS.
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 8) 归并日志标记已撤销
    EXEC SQL
        UPDATE CUST_ACCT_INFO_MRG_LOG
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ACCT_INFO_MRG_LOG' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '归并日志标记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    *> 9) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    MOVE WS-UPDATE-COUNT TO RESP-UPDATE-COUNT.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RESTORE-SIGN-RELATION-ROWS' TO WS-TE-PARA-NM
       MOVE 'UPDATE SIGN_RELATION_INFO' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '签约关系撤回失败' TO WS-RESP-MSG
    END-IF.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RESTORE-BENEF-OWNER-ROWS' TO WS-TE-PARA-NM
       MOVE 'UPDATE CORP_BENEF_OWNER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12012' TO WS-RESP-CODE
       MOVE '受益所有人撤回失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RESTORE-BENEF-OWNER-ROWS' TO WS-TE-PARA-NM
       MOVE 'UPDATE CORP_BENEF_OWNER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12013' TO WS-RESP-CODE
       MOVE '并出客户受益所有人重新激活失败' TO WS-RESP-MSG
    END-IF.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RESTORE-CORP-PROFILE' TO WS-TE-PARA-NM
       MOVE 'UPDATE CORPORATE_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12014' TO WS-RESP-CODE
       MOVE '并出客户对公信息撤回失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RESTORE-CORP-PROFILE' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12015' TO WS-RESP-CODE
       MOVE '并出客户基本信息撤回失败' TO WS-RESP-MSG
    END-IF.

*> 外部系统客户号对照改回并出客户(XREFSYNC01，同CUSTUNMRG01)
RESTORE-EXT-CUST-XREF-ROWS.
    MOVE 'UM' TO WS-XREF-SYNC-TYP-CD
    MOVE REQ-MERGE-CUST-NO TO WS-XREF-FROM-CUST-NO
    MOVE REQ-CUST-NO TO WS-XREF-TO-CUST-NO
    MOVE SPACES TO WS-XREF-TGT-TENANT-NO
    CALL 'XREFSYNC01' USING WS-XREF-SYNC-TYP-CD,
                            REQ-TENANT-NO,
                            WS-XREF-FROM-CUST-NO,
                            WS-XREF-TO-CUST-NO,
                            WS-XREF-TGT-TENANT-NO,
                            REQ-MRG-SEQ-NO,
                            REQ-OPER-TELR-NO,
                            WS-XREF-ROW-COUNT,
                            WS-XREF-RESP-CODE,
                            WS-XREF-RESP-MSG
    END-CALL

    IF WS-XREF-RESP-CODE NOT = '000000'
       MOVE WS-XREF-RESP-CODE TO WS-RESP-CODE
       MOVE WS-XREF-RESP-MSG TO WS-RESP-MSG
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
