IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTWIN01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-CURRENT-DATE-TIME   PIC X(21).
01  WS-NOW-TM              PIC X(14).
01  WS-ACTIVE-COUNT        PIC 9(5).
01  WS-BLOCK-COUNT         PIC 9(5).
01  WS-WIN-SEQ-NO          PIC X(14).

*> 批处理作业登记标志：本程序在运行单元内常驻，批处理作业起跑时以
*> 模式'B'登记一次，此后该作业调用的各维护程序经本程序核对时一律
*> 放行(窗口本就是给批处理让路的)
01  WS-BATCH-RUN-FLG       PIC X(01) VALUE 'N'.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-MODE-CD            PIC X(01).     *> 模式(C联机核对/B登记为批处理作业)
01  REQ-TENANT-NO          PIC X(10).     *> 请求所属租户编号
01  REQ-PROGRAM-ID         PIC X(20).     *> 调用方维护程序号
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号(放行使用留痕)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-MODE-CD, REQ-TENANT-NO, REQ-PROGRAM-ID,
          REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 批处理维护窗口共享校验子程序：各联机维护程序在落库前统一在此
*> 核对当前是否处于维护窗口(MAINT_WINDOW，系统级TENANT_NO='*'或
*> 本租户级、状态生效且当前时刻落在起止时间内)。窗口期内一律回
*> F20095拒绝维护——夜间批量(RECOMPTIER01/DORMSCAN01/LMTTMPLBAT01/
*> REGCUSTEXT01等)改写的行不再被柜面和渠道同时改动，查询与
*> CTRLSCRN01管控判定不调本程序、照常进行。窗口由MAINTWINCTL01
*> (调度)或EODROLL01(日终翻牌前后自动)开闭。
*> 主管经MGMTMWOVR01为本租户本程序登记了紧急放行(MAINT_WIN_OVERRIDE，
*> 按窗口流水号生效，窗口关闭即失效)的放行通过，每次放行使用记入
*> MAINT_WIN_OVERRIDE_LOG。窗口读取失败按拒绝处理，不放行。
*> 夜间批量(LMTTMPLBAT01、名单导入、对账等)同样经由各维护程序落
*> 库，这类作业起跑时先以模式'B'登记，窗口期内照常执行
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-NOW-TM

    *> 0) 模式校验；批处理作业登记及登记后的调用直接放行
    EVALUATE REQ-MODE-CD
       WHEN 'B'
          MOVE 'Y' TO WS-BATCH-RUN-FLG
          MOVE '000000' TO WS-RESP-CODE
          MOVE '已登记为批处理作业' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       WHEN 'C'
          CONTINUE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    IF WS-BATCH-RUN-FLG = 'Y'
       MOVE '000000' TO WS-RESP-CODE
       MOVE '批处理作业内调用' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1) 当前生效的窗口(系统级+本租户级)
    MOVE 0 TO WS-ACTIVE-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-ACTIVE-COUNT
          FROM MAINT_WINDOW
         WHERE TENANT_NO IN ('*', :REQ-TENANT-NO)
           AND STATUS_CD = '1'
           AND WIN_START_TM <= :WS-NOW-TM
           AND WIN_END_TM > :WS-NOW-TM
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '维护窗口读取失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-ACTIVE-COUNT = 0
       MOVE '000000' TO WS-RESP-CODE
       MOVE '不在维护窗口内' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 生效窗口中未为本租户本程序登记紧急放行的
    MOVE 0 TO WS-BLOCK-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-BLOCK-COUNT
          FROM MAINT_WINDOW W
         WHERE W.TENANT_NO IN ('*', :REQ-TENANT-NO)
           AND W.STATUS_CD = '1'
           AND W.WIN_START_TM <= :WS-NOW-TM
           AND W.WIN_END_TM > :WS-NOW-TM
           AND NOT EXISTS (SELECT 1
                             FROM MAINT_WIN_OVERRIDE O
                            WHERE O.WIN_SEQ_NO = W.WIN_SEQ_NO
                              AND O.TENANT_NO = :REQ-TENANT-NO
                              AND O.PROGRAM_ID = :REQ-PROGRAM-ID
                              AND O.VALID_FLG = '1')
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '维护窗口放行读取失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-BLOCK-COUNT > 0
       MOVE 'F20095' TO WS-RESP-CODE
       MOVE '批处理维护窗口期间暂停联机维护' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 3) 紧急放行通过，留痕
    PERFORM LOG-OVERRIDE-USE

    MOVE '000000' TO WS-RESP-CODE
    MOVE '维护窗口期内经紧急放行' TO WS-RESP-MSG.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 放行使用留痕：挂在最早起始的生效窗口名下(事件U)。留痕失败不
*> 影响本次维护，仅告警
LOG-OVERRIDE-USE.
    MOVE SPACES TO WS-WIN-SEQ-NO
    EXEC SQL
        SELECT MIN(WIN_SEQ_NO) INTO :WS-WIN-SEQ-NO
          FROM MAINT_WINDOW
         WHERE TENANT_NO IN ('*', :REQ-TENANT-NO)
           AND STATUS_CD = '1'
           AND WIN_START_TM <= :WS-NOW-TM
           AND WIN_END_TM > :WS-NOW-TM
    END-EXEC.

    EXEC SQL
        INSERT INTO MAINT_WIN_OVERRIDE_LOG (
            WIN_SEQ_NO, TENANT_NO, PROGRAM_ID, EVENT_CD,
            OPER_TELR_NO, REASON_TXT, LOG_TM
        ) VALUES (
            :WS-WIN-SEQ-NO, :REQ-TENANT-NO, :REQ-PROGRAM-ID, 'U',
            :REQ-OPER-TELR-NO, ' ', CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '维护窗口放行使用留痕失败:' REQ-PROGRAM-ID
               ' 租户:' REQ-TENANT-NO
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.
