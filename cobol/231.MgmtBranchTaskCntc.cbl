IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTBRTASK01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-TODAY-DT            PIC X(08).

*> 联系所针对的待办任务
01  WS-TASK-STATUS-CD      PIC X(01).
01  WS-TASK-TYP-CD         PIC X(04).
01  WS-TASK-CUST-NO        PIC X(20).
01  WS-TASK-CLOSE-FLG      PIC X(01).

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTBRTASK01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-TASK-SEQ-NO        PIC X(14).     *> 待办任务流水号(QRYBRTASK01
                                          *> 返回)
01  REQ-CNTC-RSLT-CD       PIC X(02).     *> 联系结果(01已联系上/
                                          *> 02无人接听/03拒绝/04已迁移)
01  REQ-CNTC-CHNL-CD       PIC X(02).     *> 联系方式(01短信/02邮件/
                                          *> 03电话/04信函/05面访，
                                          *> 空白按电话)
01  REQ-CNTC-COMNT         PIC X(100).    *> 联系情况说明(可空)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-TASK-CLOSED-FLG   PIC X(01).     *> 本次联系后任务已结项Y/N

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-TASK-SEQ-NO, REQ-CNTC-RSLT-CD,
          REQ-CNTC-CHNL-CD, REQ-CNTC-COMNT, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG, RESP-TASK-CLOSED-FLG.

*> 网点待办联系结果登记：网点为收件箱任务(BRANCH_TASK_INBOX)联系
*> 客户，每次尝试的结果(已联系上/无人接听/拒绝/已迁移)逐笔落
*> BRANCH_TASK_CNTC_LOG，任务上累计联系次数并记最近一次结果，
*> 收件箱据此显示跟进进度。证件到期、被监护人成年、新转睡眠这三类
*> 由报表派生的提醒任务本身没有源头工作清单，联系上客户即算办结
*> (置'2'，BRTASKBAT01刷新时不再重开)；其余任务以源头维护程序
*> 办结为准，联系结果只作跟进留痕
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 'N' TO RESP-TASK-CLOSED-FLG

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-TASK-SEQ-NO = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '任务流水号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-CNTC-RSLT-CD NOT = '01' AND REQ-CNTC-RSLT-CD NOT = '02'
       AND REQ-CNTC-RSLT-CD NOT = '03' AND REQ-CNTC-RSLT-CD NOT = '04'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '联系结果代码非法' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-CNTC-CHNL-CD = SPACES
       MOVE '03' TO REQ-CNTC-CHNL-CD
    END-IF.
    IF REQ-CNTC-CHNL-CD NOT = '01' AND REQ-CNTC-CHNL-CD NOT = '02'
       AND REQ-CNTC-CHNL-CD NOT = '03' AND REQ-CNTC-CHNL-CD NOT = '04'
       AND REQ-CNTC-CHNL-CD NOT = '05'
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '联系方式代码非法' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 任务须存在且在办
    MOVE SPACES TO WS-TASK-STATUS-CD
    EXEC SQL
        SELECT STATUS_CD, TASK_TYP_CD, CUST_NO
          INTO :WS-TASK-STATUS-CD, :WS-TASK-TYP-CD, :WS-TASK-CUST-NO
          FROM BRANCH_TASK_INBOX
         WHERE TASK_SEQ_NO = :REQ-TASK-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '待办任务不存在' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT BRANCH_TASK_INBOX' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '待办任务查询失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.
    IF WS-TASK-STATUS-CD NOT = '0'
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '待办任务已结项' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 3) 柜员权限校验(普通柜员角色'01')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '01' TO WS-AUTHCHK-ROLE-CD
    MOVE WS-TASK-CUST-NO TO WS-AUTHCHK-CUST-NO
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
    MOVE 'MGMTBRTASK01' TO WS-MAINTWIN-PGM-ID
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

    *> 派生提醒类任务联系上客户即办结
    MOVE 'N' TO WS-TASK-CLOSE-FLG
    IF REQ-CNTC-RSLT-CD = '01'
       AND (WS-TASK-TYP-CD = 'CRTF' OR WS-TASK-TYP-CD = 'ADLT'
            OR WS-TASK-TYP-CD = 'DORM')
       MOVE 'Y' TO WS-TASK-CLOSE-FLG
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DT

    EXEC SQL START TRANSACTION END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务开启失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    PERFORM RECORD-CNTC-ATTEMPT
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE WS-TASK-CLOSE-FLG TO RESP-TASK-CLOSED-FLG
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE TRUE
       WHEN WS-TASK-CLOSE-FLG = 'Y'
          MOVE '联系结果已登记，任务已结项' TO WS-RESP-MSG
       WHEN REQ-CNTC-RSLT-CD = '04'
          MOVE '已登记，客户已迁移请更新地址' TO WS-RESP-MSG
       WHEN OTHER
          MOVE '联系结果已登记' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 联系留痕一行，任务上累计次数与最近结果；任务尚无经办人的由
*> 本次联系柜员认领；派生提醒类联系上即置'2'办结
RECORD-CNTC-ATTEMPT.
    EXEC SQL
        INSERT INTO BRANCH_TASK_CNTC_LOG (
            TASK_SEQ_NO, TENANT_NO, CUST_NO, TASK_TYP_CD,
            CNTC_RSLT_CD, CNTC_CHNL_CD, CNTC_COMNT, OPER_TELR_NO,
            CNTC_TM
        ) VALUES (
            :REQ-TASK-SEQ-NO, :REQ-TENANT-NO, :WS-TASK-CUST-NO,
            :WS-TASK-TYP-CD, :REQ-CNTC-RSLT-CD, :REQ-CNTC-CHNL-CD,
            :REQ-CNTC-COMNT, :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP
        )
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RECORD-CNTC-ATTEMPT' TO WS-TE-PARA-NM
       MOVE 'INSERT BRANCH_TASK_CNTC_LOG' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '联系结果登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE BRANCH_TASK_INBOX
           SET CNTC_CNT = CNTC_CNT + 1,
               LAST_CNTC_RSLT_CD = :REQ-CNTC-RSLT-CD,
               LAST_CNTC_TM = CURRENT_TIMESTAMP,
               ASSIGNED_TELR_NO =
                   CASE WHEN COALESCE(ASSIGNED_TELR_NO, ' ') = ' '
                        THEN :REQ-OPER-TELR-NO
                        ELSE ASSIGNED_TELR_NO END,
               STATUS_CD = CASE WHEN :WS-TASK-CLOSE-FLG = 'Y'
                                THEN '2' ELSE STATUS_CD END,
               CLOSE_DT = CASE WHEN :WS-TASK-CLOSE-FLG = 'Y'
                               THEN :WS-TODAY-DT ELSE CLOSE_DT END,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TASK_SEQ_NO = :REQ-TASK-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND STATUS_CD = '0'
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RECORD-CNTC-ATTEMPT' TO WS-TE-PARA-NM
       MOVE 'UPDATE BRANCH_TASK_INBOX' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '待办任务更新失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
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
    MOVE REQ-TASK-SEQ-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
