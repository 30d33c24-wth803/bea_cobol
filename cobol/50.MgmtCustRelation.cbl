*> 事务内落地，保证关系网双向一致
01  WS-RECIP-RELA-TYP-CD   PIC X(02).

*> PEP关联人同步(MGMTPEP01操作'05')工作区：新增关系落地后，关系
*> 任一方是在力PEP时，另一方自动标识为PEP关联人并评为高风险
01  WS-PEP-CUST-NO         PIC X(10).
01  WS-PEP-BLANK-CATG      PIC X(02) VALUE SPACES.
01  WS-PEP-BLANK-PSTN      PIC X(60) VALUE SPACES.
01  WS-PEP-BLANK-SORC      PIC X(02) VALUE SPACES.
01  WS-PEP-BLANK-DT        PIC X(08) VALUE SPACES.
01  WS-PEP-BLANK-END-DT    PIC X(08) VALUE SPACES.
01  WS-PEP-OPER-TYP-CD     PIC X(02) VALUE '05'.
01  WS-PEP-RESP-CODE       PIC X(06).
01  WS-PEP-RESP-MSG        PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCUSTRELA01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCUSTRELA01' TO WS-MAINTWIN-PGM-ID
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

    *> 5) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    *> 7) 提交事务
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

    *> 7.5) 新增关系后同步PEP关联人标识(双方各同步一次；同步失败
    *>      只记DISPLAY，不影响关系登记结果，可经MGMTPEP01的05重做)
    IF WS-OPER-TYPE = 'ADD'
       MOVE REQ-CUST-NO TO WS-PEP-CUST-NO
       PERFORM SYNC-PEP-RELATED
       MOVE REQ-RELA-CUST-NO TO WS-PEP-CUST-NO
       PERFORM SYNC-PEP-RELATED
    END-IF.

    *> 8) 成功返回
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-RELATION' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_RELATION_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '客户关系登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-RELATION' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_RELATION_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '互反客户关系登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-CUST-RELATION' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_RELATION_INFO' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '客户关系解除失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-CUST-RELATION' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_RELATION_INFO' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '互反客户关系解除失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 以WS-PEP-CUST-NO为PEP本人调MGMTPEP01同步其关联人标识(非PEP
*> 时MGMTPEP01直接回000000)
SYNC-PEP-RELATED.
    CALL 'MGMTPEP01' USING REQ-TENANT-NO, WS-PEP-CUST-NO,
                           WS-PEP-BLANK-CATG, WS-PEP-BLANK-PSTN,
                           WS-PEP-BLANK-SORC, WS-PEP-BLANK-DT,
                           WS-PEP-BLANK-END-DT, WS-PEP-OPER-TYP-CD,
                           REQ-OPER-TELR-NO, WS-PEP-RESP-CODE,
                           WS-PEP-RESP-MSG
    END-CALL
    IF WS-PEP-RESP-CODE NOT = '000000'
       DISPLAY 'PEP关联人同步失败 客户号:' WS-PEP-CUST-NO
               ' ' WS-PEP-RESP-CODE
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
