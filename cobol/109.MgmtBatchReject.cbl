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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTREJECT01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号(权限校验用)
    *> 2) 柜员权限校验(运维处置须系统管理角色'01')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '01' TO WS-AUTHCHK-ROLE-CD
    MOVE SPACES TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       GO TO EXIT-PROGRAM
    END-IF

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外；
    *> 查询(01)不受限)
    IF REQ-OPER-TYP-CD NOT = '01'
       MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
       MOVE 'MGMTREJECT01' TO WS-MAINTWIN-PGM-ID
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
    END-IF

    *> 3) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 查询待修补拒绝记录
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

    EXEC SQL OPEN REJ-LIST-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'LIST-REJECTS' TO WS-TE-PARA-NM
       MOVE 'OPEN REJ-LIST-CUR' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '拒绝记录游标打开失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
*> 处置更新结果统一判读
CHECK-UPDATE-RESULT.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-UPDATE-RESULT' TO WS-TE-PARA-NM
       MOVE 'SQL' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '拒绝记录处置更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC

    EXEC SQL COMMIT END-EXEC
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
    MOVE REQ-SRC-JOB-NM TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
