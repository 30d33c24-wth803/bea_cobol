IDENTIFICATION DIVISION.
PROGRAM-ID. QRYBRTASK01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-I                   PIC 9(3).
01  WS-PAGE-SIZE           PIC 9(3).
01  WS-SORT-KEY            PIC X(30).

*> 账龄与逾期按当日自然日期计算
01  WS-TODAY-DT            PIC X(08).
01  WS-TODAY-NUM           PIC 9(8).
01  WS-CRT-DT-NUM          PIC 9(8).

*> 翻页探路用的一次性缓冲区：多取一行判断是否还有下一页
*> (同QRYCUSTAUDIT01)，取到的数据本身不进入本页结果
01  WS-LOOKAHEAD-SEQ-NO    PIC X(14).
01  WS-LOOKAHEAD-TYP-CD    PIC X(04).
01  WS-LOOKAHEAD-SRC-NM    PIC X(30).
01  WS-LOOKAHEAD-CUST-NO   PIC X(20).
01  WS-LOOKAHEAD-DUE-DT    PIC X(08).
01  WS-LOOKAHEAD-CRT-DT    PIC X(08).
01  WS-LOOKAHEAD-TELR-NO   PIC X(10).
01  WS-LOOKAHEAD-PGM-ID    PIC X(20).
01  WS-LOOKAHEAD-LINK-KEY  PIC X(50).
01  WS-LOOKAHEAD-RSN-CD    PIC X(20).
01  WS-LOOKAHEAD-CNTC-CNT  PIC 9(3).
01  WS-LOOKAHEAD-RSLT-CD   PIC X(02).
01  WS-LOOKAHEAD-SORT-KEY  PIC X(30).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'QRYBRTASK01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-BRANCH-NO          PIC X(10).     *> 网点编号
01  REQ-ASSIGNED-TELR-NO   PIC X(10).     *> 经办人过滤(可空)
01  REQ-TASK-TYP-CD        PIC X(04).     *> 任务类型过滤(可空，如
                                          *> SCRN/PAUT/CRTF)
01  REQ-START-KEY          PIC X(30).     *> 翻页续点(首页传空，下页传
                                          *> 上页返回的RESP-NEXT-START-KEY)
01  REQ-PAGE-SIZE          PIC 9(03).     *> 分页大小(0或超上限按100)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-TASK-COUNT        PIC 9(3).
01  RESP-NEXT-START-KEY    PIC X(30).
01  RESP-MORE-DATA-FLG     PIC X(01).
01  RESP-TASK-TABLE.
    05  RESP-TASK-ENTRY OCCURS 100
                        DEPENDING ON RESP-TASK-COUNT
                        INDEXED BY RESP-TASK-INDEX.
        10  RESP-TASK-SEQ-NO       PIC X(14).
        10  RESP-TASK-TYP-CD       PIC X(04).
        10  RESP-SRC-NM            PIC X(30).     *> 来源
        10  RESP-CUST-NO           PIC X(20).
        10  RESP-DUE-DT            PIC X(08).
        10  RESP-CRT-DT            PIC X(08).     *> 起算日
        10  RESP-AGE-DAYS          PIC 9(05).     *> 账龄(天)
        10  RESP-OVERDUE-FLG       PIC X(01).     *> 已逾期Y/N
        10  RESP-ASSIGNED-TELR-NO  PIC X(10).
        10  RESP-OWNER-PGM-ID      PIC X(20).     *> 处理该事项的维护程序
        10  RESP-LINK-KEY          PIC X(50).     *> 交给维护程序的关联键
        10  RESP-TASK-RSN-CD       PIC X(20).
        10  RESP-CNTC-CNT          PIC 9(03).     *> 已联系次数
        10  RESP-LAST-CNTC-RSLT-CD PIC X(02).     *> 最近一次联系结果

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-BRANCH-NO, REQ-ASSIGNED-TELR-NO,
          REQ-TASK-TYP-CD, REQ-START-KEY, REQ-PAGE-SIZE,
          RESP-CODE, RESP-MSG, RESP-TASK-COUNT, RESP-NEXT-START-KEY,
          RESP-MORE-DATA-FLG, RESP-TASK-TABLE.

*> 网点待办收件箱查询：BRTASKBAT01每晚把各工作清单与到期类报表的
*> 在办事项归集到BRANCH_TASK_INBOX，本程序按网点(可再按经办人、
*> 任务类型)列出在办任务，到期日最早的在前、同到期日起算早的
*> 在前。排序键SORT_KEY=到期日+起算日+流水号，按键续点分页(同
*> QRYCUSTAUDIT01的ID续点方式)
MAIN-LOGIC.
    *> 初始化响应码
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO RESP-TASK-COUNT
    MOVE SPACES TO RESP-NEXT-START-KEY
    MOVE 'N' TO RESP-MORE-DATA-FLG

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-TENANT-NO = LOW-VALUES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-BRANCH-NO = SPACES OR REQ-BRANCH-NO = LOW-VALUES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '网点编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-PAGE-SIZE = 0 OR REQ-PAGE-SIZE > 100
       MOVE 100 TO WS-PAGE-SIZE
    ELSE
       MOVE REQ-PAGE-SIZE TO WS-PAGE-SIZE
    END-IF.

    IF REQ-START-KEY = LOW-VALUES
       MOVE SPACES TO REQ-START-KEY
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DT
    MOVE WS-TODAY-DT TO WS-TODAY-NUM

    *> 2) 按排序键续点取一页在办任务
    MOVE 1 TO WS-I
    EXEC SQL
        DECLARE BR-TASK-CUR CURSOR FOR
        SELECT TASK_SEQ_NO, TASK_TYP_CD, SRC_NM, CUST_NO, DUE_DT,
               CRT_DT, COALESCE(ASSIGNED_TELR_NO, ' '), OWNER_PGM_ID,
               LINK_KEY, COALESCE(TASK_RSN_CD, ' '), CNTC_CNT,
               COALESCE(LAST_CNTC_RSLT_CD, ' '), SORT_KEY
          FROM BRANCH_TASK_INBOX
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND BRANCH_NO = :REQ-BRANCH-NO
           AND STATUS_CD = '0'
           AND (:REQ-ASSIGNED-TELR-NO = SPACES
                OR ASSIGNED_TELR_NO = :REQ-ASSIGNED-TELR-NO)
           AND (:REQ-TASK-TYP-CD = SPACES
                OR TASK_TYP_CD = :REQ-TASK-TYP-CD)
           AND SORT_KEY > :REQ-START-KEY
         ORDER BY SORT_KEY
    END-EXEC.

    EXEC SQL OPEN BR-TASK-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'OPEN BR-TASK-CUR' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '游标打开失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    PERFORM UNTIL SQLCODE NOT = 0 OR WS-I > WS-PAGE-SIZE
       EXEC SQL
           FETCH BR-TASK-CUR
            INTO :RESP-TASK-SEQ-NO(WS-I), :RESP-TASK-TYP-CD(WS-I),
                 :RESP-SRC-NM(WS-I), :RESP-CUST-NO(WS-I),
                 :RESP-DUE-DT(WS-I), :RESP-CRT-DT(WS-I),
                 :RESP-ASSIGNED-TELR-NO(WS-I),
                 :RESP-OWNER-PGM-ID(WS-I), :RESP-LINK-KEY(WS-I),
                 :RESP-TASK-RSN-CD(WS-I), :RESP-CNTC-CNT(WS-I),
                 :RESP-LAST-CNTC-RSLT-CD(WS-I), :WS-SORT-KEY
       END-EXEC

       IF SQLCODE = 0
          PERFORM CALC-TASK-AGE
          MOVE WS-SORT-KEY TO RESP-NEXT-START-KEY
          ADD 1 TO WS-I
       END-IF
    END-PERFORM.

    COMPUTE RESP-TASK-COUNT = WS-I - 1.

    *> 本页取满后再多取一行探路：取得到说明还有下一页
    IF SQLCODE = 0 AND RESP-TASK-COUNT = WS-PAGE-SIZE
       EXEC SQL
           FETCH BR-TASK-CUR
            INTO :WS-LOOKAHEAD-SEQ-NO, :WS-LOOKAHEAD-TYP-CD,
                 :WS-LOOKAHEAD-SRC-NM, :WS-LOOKAHEAD-CUST-NO,
                 :WS-LOOKAHEAD-DUE-DT, :WS-LOOKAHEAD-CRT-DT,
                 :WS-LOOKAHEAD-TELR-NO, :WS-LOOKAHEAD-PGM-ID,
                 :WS-LOOKAHEAD-LINK-KEY, :WS-LOOKAHEAD-RSN-CD,
                 :WS-LOOKAHEAD-CNTC-CNT, :WS-LOOKAHEAD-RSLT-CD,
                 :WS-LOOKAHEAD-SORT-KEY
       END-EXEC
       IF SQLCODE = 0
          MOVE 'Y' TO RESP-MORE-DATA-FLG
       END-IF
    END-IF.

    EXEC SQL CLOSE BR-TASK-CUR END-EXEC.

    IF RESP-TASK-COUNT = 0
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '未找到在办网点待办任务' TO WS-RESP-MSG
    ELSE
       MOVE '000000' TO WS-RESP-CODE
       MOVE '查询成功' TO WS-RESP-MSG
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 账龄=当日-起算日(天)；到期日早于当日即逾期
CALC-TASK-AGE.
    MOVE 0 TO RESP-AGE-DAYS(WS-I)
    IF RESP-CRT-DT(WS-I) IS NUMERIC
       MOVE RESP-CRT-DT(WS-I) TO WS-CRT-DT-NUM
       IF WS-CRT-DT-NUM < WS-TODAY-NUM
          COMPUTE RESP-AGE-DAYS(WS-I) =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                - FUNCTION INTEGER-OF-DATE(WS-CRT-DT-NUM)
       END-IF
    END-IF
    IF RESP-DUE-DT(WS-I) < WS-TODAY-DT
       MOVE 'Y' TO RESP-OVERDUE-FLG(WS-I)
    ELSE
       MOVE 'N' TO RESP-OVERDUE-FLG(WS-I)
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
    MOVE REQ-BRANCH-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
