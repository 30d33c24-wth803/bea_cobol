IDENTIFICATION DIVISION.
PROGRAM-ID. EXRATEIMP01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-FILE ASSIGN TO 'TREASURY.EXCH.RATE'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 资金部每日牌价文件：一行一个币种的中间价(1单位外币折合CNY)，
*> 全行统一一份，带全行约定的头/尾记录(FILEVER01校验记录数与
*> 校验合计)
FD  RATE-FILE.
01  RATE-RECORD.
    05  ER-CURR-CD          PIC X(03).     *> 币种代码
    05  ER-MID-RATE         PIC 9(05)V9(06). *> 中间价

*> 牌价导入结果报告：按租户逐币种列出入库/已登记/跳变拒绝/
*> 失败，其后列出应到未到的币种
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-EOF-FLG              PIC X(01) VALUE 'N'.
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-TENANT-SQLCODE       PIC S9(9) COMP-4.
01  WS-I                    PIC 9(3).
01  WS-FOUND-FLG            PIC X(01).
01  WS-TENANT-COUNT         PIC 9(5) VALUE 0.
01  WS-LOAD-COUNT           PIC 9(7) VALUE 0.
01  WS-EXIST-COUNT          PIC 9(7) VALUE 0.
01  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-MISSING-COUNT        PIC 9(7) VALUE 0.
01  WS-RESULT-CD            PIC X(08).
01  WS-LINE-MSG             PIC X(50).

*> 文件牌价先整份读入内存，再逐租户装载(同一份牌价入各租户)
01  WS-FILE-RATE-COUNT      PIC 9(3) VALUE 0.
01  WS-FILE-RATE-TABLE.
    05  WS-FILE-RATE-ENTRY OCCURS 200 TIMES.
        10  WS-FR-CURR-CD       PIC X(03).
        10  WS-FR-MID-RATE      PIC 9(05)V9(06).
        10  WS-FR-VALID-FLG     PIC X(01).

*> 逐租户工作区：业务日期经BIZDATE01按租户取得，牌价日期一律
*> 记业务日期而非自然日；跳变容忍幅度取租户参数EXRATE_JUMP_PCT
*> (百分比，未配置按5)
01  WS-TENANT-NO            PIC X(10).
01  WS-TENANT-BIZ-DT        PIC X(08).
01  WS-JUMP-PCT-LMT         PIC 9(03)V99.
01  WS-TENANT-PARAM-VAL     PIC X(10).
01  WS-PREV-RATE-DT         PIC X(08).
01  WS-PREV-RATE            PIC 9(05)V9(06).
01  WS-JUMP-PCT             PIC S9(07)V99.
01  WS-MISS-CURR-CD         PIC X(03).

*> 牌价维护(MGMTEXRATE01)入参：批量入库与柜员手工登记走同一
*> 校验与落库路径
01  WS-MGMT-CURR-CD         PIC X(03).
01  WS-MGMT-MID-RATE        PIC 9(05)V9(06).
01  WS-MGMT-OPER-TYP-CD     PIC X(02) VALUE '01'.
01  WS-MGMT-OPER-TELR-NO    PIC X(10) VALUE 'SYSEXRATE'.
01  WS-MGMT-RESP-CODE       PIC X(06).
01  WS-MGMT-RESP-MSG        PIC X(50).

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'TREASURY.EXCH.RATE'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'EXRATE'.
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 拒绝记录结构化落地(BATCH_REJECT_QUEUE)工作区(同CRTPERCBAT01)：
*> 记录全文按租户+牌价日期+文件记录+前一日中间价组装，人工确认
*> 放行后由REJRESUB01经MGMTEXRATE01入库
01  WS-REJ-SEQ-NO           PIC X(14).
01  WS-REJ-SEQ-NO-NUM REDEFINES WS-REJ-SEQ-NO
                            PIC 9(14).
01  WS-REJ-DUP-COUNT        PIC 9(5).
01  WS-REJ-RETRY-COUNT      PIC 9(3).
01  WS-REJ-RSN-CD           PIC X(06).
01  WS-REJ-RSN-MSG          PIC X(50).
01  WS-REJ-REC-TEXT         PIC X(512).
01  WS-REJ-REC.
    05  WS-REJ-TENANT-NO        PIC X(10).
    05  WS-REJ-RATE-DT          PIC X(08).
    05  WS-REJ-CURR-CD          PIC X(03).
    05  WS-REJ-MID-RATE         PIC 9(05)V9(06).
    05  WS-REJ-PREV-RATE        PIC 9(05)V9(06).
01  WS-CURRENT-DATE-TIME    PIC X(21).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑；依赖本批的作业(牌价折算相关
*> 筛查/报表)经BATCH_JOB_DEPENDENCY挂在本批之后
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'EXRATEIMP01'.
01  WS-RC-BIZ-DT           PIC X(08).
01  WS-RC-MODE-CD          PIC X(01).
01  WS-RC-FORCE-FLG        PIC X(01).
01  WS-RC-RECORDS          PIC 9(09).
01  WS-RC-CHKPT-KEY        PIC X(20).
01  WS-RC-RESP-CODE        PIC X(06).
01  WS-RC-RESP-MSG         PIC X(50).
01  WS-RC-RESTART-KEY      PIC X(20).

*> 系统业务日期(BIZDATE01)工作区：运行控制与报表用默认租户001
*> 的业务日期，牌价日期用各租户自己的业务日期
01  WS-BD-TENANT-NO        PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD          PIC X(01).
01  WS-BD-SET-DT           PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'EXRATEIMP01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-PGM-ID     PIC X(20) VALUE SPACES.
01  WS-MAINTWIN-TELR-NO    PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

PROCEDURE DIVISION.
*> 每日牌价导入批：EXCH_RATE_INFO此前靠每天早上柜员经
*> MGMTEXRATE01手工录入，录晚了EXRATECONV01超过EXRATE_STALE_DAYS
*> 就拒绝折算，筛查把外币交易全部转人工(FX01)。本批接资金部每日
*> 牌价文件，经FILEVER01整体校验后按各租户业务日期经MGMTEXRATE01
*> 逐币种入库；中间价较该租户前一牌价日跳变超过EXRATE_JUMP_PCT的
*> 不入库，进BATCH_REJECT_QUEUE待人工确认(MGMTREJECT01放行后由
*> REJRESUB01入库)；报告列出前一牌价日有牌价而本次文件未到的
*> 币种。本批登记BATRUNCTL01，文件拒收按失败销记，依赖本批的
*> 作业照常等待
MAIN-LOGIC.
    *> 本作业经联机维护程序落库：先登记为批处理作业，批处理维护
    *> 窗口期内照常执行(MAINTWIN01)
    MOVE 'B' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL

    *> 批量运行控制：登记起跑；同作业同日已完成且未带FORCE
    *> 参数时拒绝重复起跑
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    IF WS-RUN-PARM(1:5) = 'FORCE'
       MOVE 'Y' TO WS-RC-FORCE-FLG
    ELSE
       MOVE 'N' TO WS-RC-FORCE-FLG
    END-IF
    PERFORM READ-SYS-BIZ-DATE
    MOVE WS-BD-BIZ-DT TO WS-RC-BIZ-DT
    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    MOVE SPACES TO WS-RC-CHKPT-KEY
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'EXCH.RATE.IMPORT.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT               DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    *> 0) 入站文件按全行头尾约定先整体校验，不过即整批拒收，
    *> 运行控制按失败销记，依赖本批的作业不会误起跑
    CALL 'FILEVER01' USING WS-FV-FILE-NAME, WS-FV-INTERFACE-ID,
                           WS-FV-RESP-CODE, WS-FV-RESP-MSG,
                           WS-FV-REC-COUNT, WS-FV-BIZ-DT
    END-CALL
    IF WS-FV-RESP-CODE NOT = '000000'
       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-RECORD
       STRING 'FILE REJECTED: ' DELIMITED BY SIZE
              WS-FV-RESP-MSG    DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '牌价文件校验不过，整批拒收:' WS-FV-RESP-MSG
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    *> 1) 文件牌价读入内存
    PERFORM READ-RATE-FILE

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '每日牌价导入报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
           ' 文件币种数:'               DELIMITED BY SIZE
           WS-FILE-RATE-COUNT           DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 2) 逐租户装载(租户取有业务日期或租户参数登记的全部租户)
    EXEC SQL
        DECLARE EXRATE-TENANT-CUR CURSOR FOR
        SELECT TENANT_NO
          FROM SYS_BIZ_DATE
        UNION
        SELECT DISTINCT TENANT_NO
          FROM TENANT_PARAM_INFO
         WHERE VALID_FLG = '1'
         ORDER BY 1
    END-EXEC.

    EXEC SQL OPEN EXRATE-TENANT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '租户游标打开失败'
       CLOSE REPORT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-TENANT-SQLCODE.
    PERFORM UNTIL WS-TENANT-SQLCODE NOT = 0
       EXEC SQL
           FETCH EXRATE-TENANT-CUR INTO :WS-TENANT-NO
       END-EXEC
       MOVE SQLCODE TO WS-TENANT-SQLCODE

       IF WS-TENANT-SQLCODE = 0
          PERFORM LOAD-ONE-TENANT
       END-IF
    END-PERFORM.

    IF WS-TENANT-SQLCODE NOT = 100
       DISPLAY '租户游标读取失败，部分租户可能未装载'
    END-IF.

    EXEC SQL CLOSE EXRATE-TENANT-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '租户数:'       DELIMITED BY SIZE
           WS-TENANT-COUNT DELIMITED BY SIZE
           ' 入库:'        DELIMITED BY SIZE
           WS-LOAD-COUNT   DELIMITED BY SIZE
           ' 已登记:'      DELIMITED BY SIZE
           WS-EXIST-COUNT  DELIMITED BY SIZE
           ' 跳变拒绝:'    DELIMITED BY SIZE
           WS-REJECT-COUNT DELIMITED BY SIZE
           ' 失败:'        DELIMITED BY SIZE
           WS-FAIL-COUNT   DELIMITED BY SIZE
           ' 未到:'        DELIMITED BY SIZE
           WS-MISSING-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)
    COMPUTE WS-RR-REC-COUNT = WS-REJECT-COUNT + WS-FAIL-COUNT
                            + WS-MISSING-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与入库记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-LOAD-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '每日牌价导入批完成，入库:' WS-LOAD-COUNT
            ' 跳变拒绝:' WS-REJECT-COUNT ' 未到:' WS-MISSING-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

CLOSE-RUN-CONTROL.
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL.

*> 文件牌价读入内存：币种为空、CNY基准币种或中间价非数值/为零
*> 的行置无效，逐租户装载时进拒绝队列
READ-RATE-FILE.
    MOVE 'N' TO WS-EOF-FLG
    OPEN INPUT RATE-FILE
    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ RATE-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF RATE-RECORD(1:2) NOT = 'HD'
                AND RATE-RECORD(1:2) NOT = 'TR'
                PERFORM KEEP-ONE-FILE-RATE
             END-IF
       END-READ
    END-PERFORM
    CLOSE RATE-FILE.

KEEP-ONE-FILE-RATE.
    IF WS-FILE-RATE-COUNT >= 200
       DISPLAY '牌价文件币种超过200个，余下币种未装载:' ER-CURR-CD
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-FILE-RATE-COUNT
    MOVE ER-CURR-CD TO WS-FR-CURR-CD(WS-FILE-RATE-COUNT)
    MOVE 'Y' TO WS-FR-VALID-FLG(WS-FILE-RATE-COUNT)
    IF ER-MID-RATE IS NUMERIC
       MOVE ER-MID-RATE TO WS-FR-MID-RATE(WS-FILE-RATE-COUNT)
    ELSE
       MOVE 0 TO WS-FR-MID-RATE(WS-FILE-RATE-COUNT)
    END-IF

    IF ER-CURR-CD = SPACES OR ER-CURR-CD = 'CNY'
       OR WS-FR-MID-RATE(WS-FILE-RATE-COUNT) = 0
       MOVE 'N' TO WS-FR-VALID-FLG(WS-FILE-RATE-COUNT)
    END-IF.

*> 一个租户：取业务日期与跳变阈值，逐币种装载，再列出未到币种
LOAD-ONE-TENANT.
    ADD 1 TO WS-TENANT-COUNT

    MOVE 'G' TO WS-BD-MODE-CD
    MOVE SPACES TO WS-TENANT-BIZ-DT
    CALL 'BIZDATE01' USING WS-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-TENANT-BIZ-DT
    END-CALL
    IF WS-BD-RESP-CODE NOT = '000000' OR WS-TENANT-BIZ-DT = SPACES
       DISPLAY '租户业务日期取得失败，本租户未装载:' WS-TENANT-NO
       EXIT PARAGRAPH
    END-IF

    MOVE 5 TO WS-JUMP-PCT-LMT
    MOVE SPACES TO WS-TENANT-PARAM-VAL
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-TENANT-PARAM-VAL
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = 'EXRATE_JUMP_PCT'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-TENANT-PARAM-VAL NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-TENANT-PARAM-VAL) = 0
       MOVE FUNCTION NUMVAL(WS-TENANT-PARAM-VAL) TO WS-JUMP-PCT-LMT
    END-IF

    *> 前一牌价日：业务日期之前最近一个有有效牌价的日期，跳变
    *> 比较与应到币种均以此为准
    MOVE SPACES TO WS-PREV-RATE-DT
    EXEC SQL
        SELECT COALESCE(MAX(RATE_DT), ' ') INTO :WS-PREV-RATE-DT
          FROM EXCH_RATE_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND RATE_DT < :WS-TENANT-BIZ-DT
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-PREV-RATE-DT
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-FILE-RATE-COUNT
       PERFORM LOAD-ONE-RATE
    END-PERFORM

    IF WS-PREV-RATE-DT NOT = SPACES
       PERFORM LIST-MISSING-CURR
    END-IF.

*> 一个租户一个币种：无效行与跳变超限的进拒绝队列，其余经
*> MGMTEXRATE01入库(当日已手工登记的保留手工牌价)
LOAD-ONE-RATE.
    MOVE WS-FR-CURR-CD(WS-I) TO WS-MGMT-CURR-CD
    MOVE WS-FR-MID-RATE(WS-I) TO WS-MGMT-MID-RATE
    MOVE 0 TO WS-PREV-RATE
    MOVE 0 TO WS-JUMP-PCT

    IF WS-FR-VALID-FLG(WS-I) NOT = 'Y'
       MOVE 'F20301' TO WS-REJ-RSN-CD
       MOVE '牌价记录无效(币种为空/CNY/中间价非正数)'
         TO WS-REJ-RSN-MSG
       PERFORM REJECT-ONE-RATE
       EXIT PARAGRAPH
    END-IF

    IF WS-PREV-RATE-DT NOT = SPACES
       EXEC SQL
           SELECT MID_RATE INTO :WS-PREV-RATE
             FROM EXCH_RATE_INFO
            WHERE TENANT_NO = :WS-TENANT-NO
              AND CURR_CD = :WS-MGMT-CURR-CD
              AND RATE_DT = :WS-PREV-RATE-DT
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 0 TO WS-PREV-RATE
       END-IF
    END-IF

    *> 跳变幅度=|本次-前一日|/前一日*100；前一日无牌价(新币种)
    *> 不做跳变校验
    IF WS-PREV-RATE > 0
       COMPUTE WS-JUMP-PCT ROUNDED =
               (WS-MGMT-MID-RATE - WS-PREV-RATE) * 100 / WS-PREV-RATE
       IF WS-JUMP-PCT < 0
          COMPUTE WS-JUMP-PCT = 0 - WS-JUMP-PCT
       END-IF
       IF WS-JUMP-PCT > WS-JUMP-PCT-LMT
          MOVE 'F20302' TO WS-REJ-RSN-CD
          MOVE '中间价较前一日跳变超出容忍幅度，待人工确认'
            TO WS-REJ-RSN-MSG
          PERFORM REJECT-ONE-RATE
          EXIT PARAGRAPH
       END-IF
    END-IF

    CALL 'MGMTEXRATE01' USING WS-TENANT-NO, WS-MGMT-CURR-CD,
                              WS-TENANT-BIZ-DT, WS-MGMT-MID-RATE,
                              WS-MGMT-OPER-TYP-CD,
                              WS-MGMT-OPER-TELR-NO,
                              WS-MGMT-RESP-CODE, WS-MGMT-RESP-MSG
    END-CALL

    EVALUATE WS-MGMT-RESP-CODE
       WHEN '000000'
          ADD 1 TO WS-LOAD-COUNT
          MOVE 'LOADED' TO WS-RESULT-CD
       WHEN 'F20006'
          ADD 1 TO WS-EXIST-COUNT
          MOVE 'EXISTS' TO WS-RESULT-CD
       WHEN OTHER
          ADD 1 TO WS-FAIL-COUNT
          MOVE 'FAILED' TO WS-RESULT-CD
    END-EVALUATE
    MOVE WS-MGMT-RESP-MSG TO WS-LINE-MSG
    PERFORM WRITE-RATE-LINE.

*> 跳变/无效牌价入拒绝队列并写报告行
REJECT-ONE-RATE.
    ADD 1 TO WS-REJECT-COUNT
    MOVE 'REJECTED' TO WS-RESULT-CD
    MOVE WS-REJ-RSN-MSG TO WS-LINE-MSG
    PERFORM WRITE-RATE-LINE
    PERFORM WRITE-REJECT-QUEUE-ROW.

WRITE-RATE-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO      DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-TENANT-BIZ-DT  DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-MGMT-CURR-CD   DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-RESULT-CD      DELIMITED BY SIZE
           ' 中间价:'        DELIMITED BY SIZE
           WS-MGMT-MID-RATE  DELIMITED BY SIZE
           ' 前一日:'        DELIMITED BY SIZE
           WS-PREV-RATE      DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           WS-LINE-MSG       DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 前一牌价日有牌价、本业务日期仍无牌价且本次文件也未带的币种
*> (文件带了但被拒/失败的已在上面列出)
LIST-MISSING-CURR.
    EXEC SQL
        DECLARE EXRATE-MISS-CUR CURSOR FOR
        SELECT P.CURR_CD
          FROM EXCH_RATE_INFO P
         WHERE P.TENANT_NO = :WS-TENANT-NO
           AND P.RATE_DT = :WS-PREV-RATE-DT
           AND P.VALID_FLG = '1'
           AND NOT EXISTS (
               SELECT 1
                 FROM EXCH_RATE_INFO C
                WHERE C.TENANT_NO = P.TENANT_NO
                  AND C.CURR_CD = P.CURR_CD
                  AND C.RATE_DT = :WS-TENANT-BIZ-DT
                  AND C.VALID_FLG = '1'
           )
         ORDER BY P.CURR_CD
    END-EXEC.

    EXEC SQL OPEN EXRATE-MISS-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '未到币种游标打开失败 租户:' WS-TENANT-NO
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH EXRATE-MISS-CUR INTO :WS-MISS-CURR-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM CHECK-ONE-MISSING-CURR
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE EXRATE-MISS-CUR END-EXEC.

CHECK-ONE-MISSING-CURR.
    MOVE 'N' TO WS-FOUND-FLG
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-FILE-RATE-COUNT OR WS-FOUND-FLG = 'Y'
       IF WS-FR-CURR-CD(WS-I) = WS-MISS-CURR-CD
          MOVE 'Y' TO WS-FOUND-FLG
       END-IF
    END-PERFORM

    IF WS-FOUND-FLG = 'N'
       ADD 1 TO WS-MISSING-COUNT
       MOVE SPACES TO REPORT-RECORD
       STRING WS-TENANT-NO      DELIMITED BY SIZE
              ' '               DELIMITED BY SIZE
              WS-TENANT-BIZ-DT  DELIMITED BY SIZE
              ' '               DELIMITED BY SIZE
              WS-MISS-CURR-CD   DELIMITED BY SIZE
              ' MISSING 前一牌价日:' DELIMITED BY SIZE
              WS-PREV-RATE-DT   DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-IF.

*> 被拒牌价结构化入队：租户+牌价日期+币种+中间价+前一日中间价，
*> 供MGMTREJECT01人工确认放行、REJRESUB01入库
WRITE-REJECT-QUEUE-ROW.
    PERFORM ALLOC-REJ-SEQ-NO
    IF WS-REJ-DUP-COUNT NOT = 0
       DISPLAY '拒绝队列流水号分配失败 币种:' WS-MGMT-CURR-CD
       EXIT PARAGRAPH
    END-IF

    MOVE WS-TENANT-NO TO WS-REJ-TENANT-NO
    MOVE WS-TENANT-BIZ-DT TO WS-REJ-RATE-DT
    MOVE WS-MGMT-CURR-CD TO WS-REJ-CURR-CD
    MOVE WS-MGMT-MID-RATE TO WS-REJ-MID-RATE
    MOVE WS-PREV-RATE TO WS-REJ-PREV-RATE
    MOVE SPACES TO WS-REJ-REC-TEXT
    MOVE WS-REJ-REC TO WS-REJ-REC-TEXT
    EXEC SQL
        INSERT INTO BATCH_REJECT_QUEUE (
            REJ_SEQ_NO, SRC_JOB_NM, REJ_RSN_CD, REJ_RSN_MSG,
            REC_TEXT, STUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :WS-REJ-SEQ-NO, 'EXRATEIMP01', :WS-REJ-RSN-CD,
            :WS-REJ-RSN-MSG, :WS-REJ-REC-TEXT, '0',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '拒绝队列写入失败 币种:' WS-MGMT-CURR-CD
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

*> 拒绝流水号分配：时间戳起号后逐一核对防撞(同CRTPERCBAT01)
ALLOC-REJ-SEQ-NO.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-REJ-SEQ-NO
    MOVE 0 TO WS-REJ-RETRY-COUNT
    PERFORM CHECK-REJ-SEQ-NO-FREE
    PERFORM UNTIL WS-REJ-DUP-COUNT = 0
                  OR WS-REJ-RETRY-COUNT > 99
       ADD 1 TO WS-REJ-SEQ-NO-NUM
       ADD 1 TO WS-REJ-RETRY-COUNT
       PERFORM CHECK-REJ-SEQ-NO-FREE
    END-PERFORM.

CHECK-REJ-SEQ-NO-FREE.
    MOVE 0 TO WS-REJ-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-REJ-DUP-COUNT
          FROM BATCH_REJECT_QUEUE
         WHERE REJ_SEQ_NO = :WS-REJ-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-REJ-DUP-COUNT
       MOVE 100 TO WS-REJ-RETRY-COUNT
    END-IF.
