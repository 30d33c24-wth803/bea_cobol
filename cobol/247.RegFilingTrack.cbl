IDENTIFICATION DIVISION.
PROGRAM-ID. REGFILTRK01.

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
01  WS-ROW-COUNT           PIC 9(9).
01  WS-FETCH-SQLCODE       PIC S9(9) COMP-4.

*> 报送义务(REG_FILING_CALENDAR)逐条工作区
01  WS-CAL-TENANT-NO       PIC X(10).
01  WS-CAL-OBLIG-ID        PIC X(12).
01  WS-CAL-FREQ-CD         PIC X(01).
01  WS-CAL-DUE-DAYS        PIC 9(03).

*> 抽取作业名下的报送义务(一个作业的产出可同时满足多个租户的
*> 报送义务)，先装表再逐条登记，游标不跨写操作
01  WS-OBL-TABLE.
    05  WS-OBL-COUNT       PIC 9(03) VALUE 0.
    05  WS-OBL-ENTRY OCCURS 100 TIMES.
        10  WS-OBL-TENANT-NO  PIC X(10).
        10  WS-OBL-OBLIG-ID   PIC X(12).
        10  WS-OBL-FREQ-CD    PIC X(01).
        10  WS-OBL-DUE-DAYS   PIC 9(03).
01  WS-OBL-IDX             PIC 9(03).

*> 报送期次推算工作区：所属期末日=业务日期次日所在周期的起日
*> 前一天(业务日期当天恰是期末的即为当天)
01  WS-NEXT-INT            PIC 9(08).
01  WS-NEXT-NUM            PIC 9(08).
01  WS-NEXT-DT             PIC X(08).
01  WS-START-INT           PIC 9(08).
01  WS-DOW-REM             PIC 9(01).
01  WS-QTR-IDX             PIC 9(01).
01  WS-QTR-MM              PIC 9(02).
01  WS-PERIOD-END-NUM      PIC 9(08).
01  WS-PERIOD-END-DT       PIC X(08).
01  WS-DUE-RAW-NUM         PIC 9(08).
01  WS-DUE-DT              PIC X(08).
01  WS-TRK-STUS-CD         PIC X(01).
01  WS-NEW-ROW-FLG         PIC X(01).
01  WS-ACK-RSLT-CD         PIC X(01).

*> 系统业务日期(BIZDATE01)工作区：到期日按租户节假日日历
*> (MGMTHOLIDAY01维护)经'W'顺延到工作日
01  WS-BD-TENANT-NO        PIC X(10).
01  WS-BD-MODE-CD          PIC X(01) VALUE 'W'.
01  WS-BD-SET-DT           PIC X(08).
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-MODE-CD            PIC X(01).     *> G=生成期次/P=登记产出/
                                          *> F=登记报送/A=登记回执
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号(G/F必传，
                                          *> P/A空=全部租户)
01  REQ-OBLIG-ID           PIC X(12).     *> 报送义务编号(G/F必传)
01  REQ-SRC-JOB-NM         PIC X(20).     *> 产出作业名(P/A必传)
01  REQ-BIZ-DT             PIC X(08).     *> 业务日期(G/P/A)/
                                          *> 所属期末日(F)
01  REQ-FILE-NM            PIC X(60).     *> 产出文件名(P)
01  REQ-REC-CNT            PIC 9(09).     *> 产出记录数(P)/
                                          *> 回执退回记录数(A)
01  REQ-FILING-REF-NO      PIC X(30).     *> 监管受理编号(F)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号(F)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-UPD-CNT           PIC 9(05).     *> 登记到的报送期次数

PROCEDURE DIVISION
    USING REQ-MODE-CD, REQ-TENANT-NO, REQ-OBLIG-ID, REQ-SRC-JOB-NM,
          REQ-BIZ-DT, REQ-FILE-NM, REQ-REC-CNT, REQ-FILING-REF-NO,
          REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG, RESP-UPD-CNT.

*> 监管报送跟踪子程序：报送义务按租户登记在REG_FILING_CALENDAR
*> (MGMTREGFIL01维护，频度D日/W周/M月/Q季/Y年/A按需，期末后
*> 若干天到期，责任团队)，每一期一行REG_FILING_TRACK，状态
*> 0待产出→1已产出→2已报送→3已回执。
*>   G 日历批REGFILCAL01按业务日期生成最近一个已结束周期的期次；
*>   P 抽取作业(REGCUSTEXT01/REGSUPPL01/CRSEXTRACT01/REGINQSWEEP01)
*>     产出文件后登记到所属期次，已报送的期次不再改写；
*>   F 柜面确认已向监管报送(经MGMTREGFIL01)，记受理编号；
*>   A 监管回执(REGRESP01)登记到该作业最近一期已产出/已报送的
*>     期次，带退回记录数。
*> 到期日=期末日+到期天数，遇周末节假日经BIZDATE01顺延。在调用方
*> 事务内完成，本程序不提交
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO RESP-UPD-CNT

    IF REQ-BIZ-DT IS NOT NUMERIC
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '业务日期/所属期末日不合法' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    EVALUATE REQ-MODE-CD
       WHEN 'G'
          PERFORM GENERATE-PERIOD
       WHEN 'P'
          PERFORM REGISTER-PRODUCED
       WHEN 'F'
          PERFORM REGISTER-FILED
       WHEN 'A'
          PERFORM REGISTER-ACKNOWLEDGED
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 生成期次：按义务频度推算业务日期所在的最近一个已结束周期，
*> 期次不存在则建行(状态0)。按需(A)义务没有固定周期，期次在
*> 产出登记时才建
GENERATE-PERIOD.
    IF REQ-TENANT-NO = SPACES OR REQ-OBLIG-ID = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '租户号/报送义务编号不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CAL-FREQ-CD
    MOVE 0 TO WS-CAL-DUE-DAYS
    EXEC SQL
        SELECT FREQ_CD, DUE_DAYS
          INTO :WS-CAL-FREQ-CD, :WS-CAL-DUE-DAYS
          FROM REG_FILING_CALENDAR
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OBLIG_ID = :REQ-OBLIG-ID
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '报送义务不存在或已停用' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-CAL-FREQ-CD = 'A'
       MOVE '000000' TO WS-RESP-CODE
       MOVE '按需报送义务不预生成期次' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-TENANT-NO TO WS-CAL-TENANT-NO
    MOVE REQ-OBLIG-ID TO WS-CAL-OBLIG-ID
    PERFORM COMPUTE-PERIOD-END
    PERFORM ENSURE-TRACK-ROW
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    IF WS-NEW-ROW-FLG = 'Y'
       MOVE 1 TO RESP-UPD-CNT
    END-IF
    MOVE '000000' TO WS-RESP-CODE
    MOVE '报送期次生成成功' TO WS-RESP-MSG.

*> 登记产出：该作业名下全部有效义务逐条推算所属期次(没有就建)，
*> 待产出/已产出的期次记上文件名、记录数与产出时间(重跑覆盖)；
*> 已报送/已回执的期次不动。作业没有登记报送义务的照常回000000，
*> 抽取本身不因日历缺失而失败
REGISTER-PRODUCED.
    IF REQ-SRC-JOB-NM = SPACES OR REQ-FILE-NM = SPACES
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '产出作业名/文件名不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-JOB-OBLIGATIONS
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-OBL-IDX FROM 1 BY 1
      UNTIL WS-OBL-IDX > WS-OBL-COUNT
         OR WS-RESP-CODE NOT = 'E99999'
       PERFORM PRODUCE-ONE-OBLIGATION
    END-PERFORM

    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    IF WS-OBL-COUNT = 0
       MOVE '该作业无登记的报送义务' TO WS-RESP-MSG
    ELSE
       MOVE '报送产出登记成功' TO WS-RESP-MSG
    END-IF.

PRODUCE-ONE-OBLIGATION.
    MOVE WS-OBL-TENANT-NO(WS-OBL-IDX) TO WS-CAL-TENANT-NO
    MOVE WS-OBL-OBLIG-ID(WS-OBL-IDX) TO WS-CAL-OBLIG-ID
    MOVE WS-OBL-FREQ-CD(WS-OBL-IDX) TO WS-CAL-FREQ-CD
    MOVE WS-OBL-DUE-DAYS(WS-OBL-IDX) TO WS-CAL-DUE-DAYS

    PERFORM COMPUTE-PERIOD-END
    PERFORM ENSURE-TRACK-ROW
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE REG_FILING_TRACK
           SET STUS_CD = '1',
               FILE_NM = :REQ-FILE-NM,
               REC_CNT = :REQ-REC-CNT,
               PRODUCED_TM = CURRENT_TIMESTAMP,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-CAL-TENANT-NO
           AND OBLIG_ID = :WS-CAL-OBLIG-ID
           AND PERIOD_END_DT = :WS-PERIOD-END-DT
           AND STUS_CD IN ('0', '1')
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE 'E12011' TO WS-RESP-CODE
       MOVE '报送产出登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
    END-EXEC
    IF WS-ROW-COUNT > 0
       ADD 1 TO RESP-UPD-CNT
    END-IF.

*> 登记报送：只有已产出的期次可确认报送
REGISTER-FILED.
    IF REQ-TENANT-NO = SPACES OR REQ-OBLIG-ID = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '租户号/报送义务编号不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-FILING-REF-NO = SPACES
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '监管受理编号不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-TRK-STUS-CD
    EXEC SQL
        SELECT STUS_CD INTO :WS-TRK-STUS-CD
          FROM REG_FILING_TRACK
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OBLIG_ID = :REQ-OBLIG-ID
           AND PERIOD_END_DT = :REQ-BIZ-DT
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '该报送期次不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-TRK-STUS-CD NOT = '1'
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '该期次尚未产出或已报送' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE REG_FILING_TRACK
           SET STUS_CD = '2',
               FILING_REF_NO = :REQ-FILING-REF-NO,
               FILED_TELR_NO = :REQ-OPER-TELR-NO,
               FILED_TM = CURRENT_TIMESTAMP,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OBLIG_ID = :REQ-OBLIG-ID
           AND PERIOD_END_DT = :REQ-BIZ-DT
           AND STUS_CD = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE 'E12012' TO WS-RESP-CODE
       MOVE '报送登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE 1 TO RESP-UPD-CNT
    MOVE '000000' TO WS-RESP-CODE
    MOVE '报送登记成功' TO WS-RESP-MSG.

*> 登记回执：该作业名下各义务最近一期已产出/已报送的期次置已
*> 回执，退回记录数为0回执结果A(全部接收)，否则R(部分退回)。
*> 回执到了说明文件已报出，已产出未确认报送的一并视为已报送
REGISTER-ACKNOWLEDGED.
    IF REQ-SRC-JOB-NM = SPACES
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '产出作业名不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-REC-CNT = 0
       MOVE 'A' TO WS-ACK-RSLT-CD
    ELSE
       MOVE 'R' TO WS-ACK-RSLT-CD
    END-IF

    EXEC SQL
        UPDATE REG_FILING_TRACK T
           SET STUS_CD = '3',
               FILED_TM = COALESCE(T.FILED_TM, CURRENT_TIMESTAMP),
               ACK_RSLT_CD = :WS-ACK-RSLT-CD,
               ACK_REJ_CNT = :REQ-REC-CNT,
               ACK_TM = CURRENT_TIMESTAMP,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE T.STUS_CD IN ('1', '2')
           AND EXISTS (SELECT 1
                         FROM REG_FILING_CALENDAR C
                        WHERE C.TENANT_NO = T.TENANT_NO
                          AND C.OBLIG_ID = T.OBLIG_ID
                          AND C.SRC_JOB_NM = :REQ-SRC-JOB-NM
                          AND C.VALID_FLG = '1'
                          AND (:REQ-TENANT-NO = ' '
                               OR C.TENANT_NO = :REQ-TENANT-NO))
           AND T.PERIOD_END_DT =
               (SELECT MAX(J.PERIOD_END_DT)
                  FROM REG_FILING_TRACK J
                 WHERE J.TENANT_NO = T.TENANT_NO
                   AND J.OBLIG_ID = T.OBLIG_ID
                   AND J.STUS_CD IN ('1', '2')
                   AND J.PERIOD_END_DT <= :REQ-BIZ-DT)
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE 'E12013' TO WS-RESP-CODE
       MOVE '报送回执登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ROW-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
    END-IF
    MOVE WS-ROW-COUNT TO RESP-UPD-CNT

    MOVE '000000' TO WS-RESP-CODE
    IF WS-ROW-COUNT = 0
       MOVE '无待回执的报送期次' TO WS-RESP-MSG
    ELSE
       MOVE '报送回执登记成功' TO WS-RESP-MSG
    END-IF.

*> 装入作业名下的有效报送义务(租户空=全部租户)
LOAD-JOB-OBLIGATIONS.
    MOVE 0 TO WS-OBL-COUNT
    EXEC SQL
        DECLARE OBL-JOB-CUR CURSOR FOR
        SELECT TENANT_NO, OBLIG_ID, FREQ_CD, DUE_DAYS
          FROM REG_FILING_CALENDAR
         WHERE SRC_JOB_NM = :REQ-SRC-JOB-NM
           AND VALID_FLG = '1'
           AND (:REQ-TENANT-NO = ' ' OR TENANT_NO = :REQ-TENANT-NO)
         ORDER BY TENANT_NO, OBLIG_ID
    END-EXEC

    EXEC SQL OPEN OBL-JOB-CUR END-EXEC
    IF SQLCODE NOT = 0
       MOVE 'E12014' TO WS-RESP-CODE
       MOVE '报送义务读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH OBL-JOB-CUR
            INTO :WS-CAL-TENANT-NO, :WS-CAL-OBLIG-ID,
                 :WS-CAL-FREQ-CD, :WS-CAL-DUE-DAYS
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0 AND WS-OBL-COUNT < 100
          ADD 1 TO WS-OBL-COUNT
          MOVE WS-CAL-TENANT-NO TO WS-OBL-TENANT-NO(WS-OBL-COUNT)
          MOVE WS-CAL-OBLIG-ID TO WS-OBL-OBLIG-ID(WS-OBL-COUNT)
          MOVE WS-CAL-FREQ-CD TO WS-OBL-FREQ-CD(WS-OBL-COUNT)
          MOVE WS-CAL-DUE-DAYS TO WS-OBL-DUE-DAYS(WS-OBL-COUNT)
       END-IF
    END-PERFORM

    EXEC SQL CLOSE OBL-JOB-CUR END-EXEC.

*> 推算所属期末日：取业务日期次日所在周期的起日再退一天——业务
*> 日期当天是期末(月末/季末/年末/周日)的就是当天，否则是上一个
*> 周期的期末。日报与按需义务的期末日即业务日期
COMPUTE-PERIOD-END.
    COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(REQ-BIZ-DT)) + 1
    COMPUTE WS-NEXT-NUM = FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
    MOVE WS-NEXT-NUM TO WS-NEXT-DT

    EVALUATE WS-CAL-FREQ-CD
       WHEN 'W'
          *> 周一为周期起日(INTEGER-OF-DATE对7取余：1周一…0周日)
          COMPUTE WS-DOW-REM = FUNCTION MOD(WS-NEXT-INT, 7)
          IF WS-DOW-REM = 0
             COMPUTE WS-START-INT = WS-NEXT-INT - 6
          ELSE
             COMPUTE WS-START-INT = WS-NEXT-INT - WS-DOW-REM + 1
          END-IF
       WHEN 'M'
          COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-NEXT-DT(1:6)) * 100 + 1)
       WHEN 'Q'
          COMPUTE WS-QTR-IDX = (FUNCTION NUMVAL(WS-NEXT-DT(5:2)) - 1)
                               / 3
          COMPUTE WS-QTR-MM = WS-QTR-IDX * 3 + 1
          COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-NEXT-DT(1:4)) * 10000
                + WS-QTR-MM * 100 + 1)
       WHEN 'Y'
          COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-NEXT-DT(1:4)) * 10000 + 101)
       WHEN OTHER
          MOVE WS-NEXT-INT TO WS-START-INT
    END-EVALUATE

    COMPUTE WS-PERIOD-END-NUM =
            FUNCTION DATE-OF-INTEGER(WS-START-INT - 1)
    MOVE WS-PERIOD-END-NUM TO WS-PERIOD-END-DT

    *> 到期日：期末日加到期天数，遇周末节假日顺延到下一工作日；
    *> 日历服务不可用时按未顺延的日期登记
    COMPUTE WS-DUE-RAW-NUM = FUNCTION DATE-OF-INTEGER(
            WS-START-INT - 1 + WS-CAL-DUE-DAYS)
    MOVE WS-DUE-RAW-NUM TO WS-BD-SET-DT
    MOVE WS-CAL-TENANT-NO TO WS-BD-TENANT-NO
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL
    IF WS-BD-RESP-CODE = '000000'
       MOVE WS-BD-BIZ-DT TO WS-DUE-DT
    ELSE
       MOVE WS-BD-SET-DT TO WS-DUE-DT
    END-IF.

*> 期次不存在则建行(状态0待产出)
ENSURE-TRACK-ROW.
    MOVE 'N' TO WS-NEW-ROW-FLG
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM REG_FILING_TRACK
         WHERE TENANT_NO = :WS-CAL-TENANT-NO
           AND OBLIG_ID = :WS-CAL-OBLIG-ID
           AND PERIOD_END_DT = :WS-PERIOD-END-DT
    END-EXEC

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO REG_FILING_TRACK (
            TENANT_NO, OBLIG_ID, PERIOD_END_DT, DUE_DT, STUS_CD,
            FILE_NM, REC_CNT, FILING_REF_NO, FILED_TELR_NO,
            ACK_RSLT_CD, ACK_REJ_CNT, CRT_TM, UPD_TM
        ) VALUES (
            :WS-CAL-TENANT-NO, :WS-CAL-OBLIG-ID, :WS-PERIOD-END-DT,
            :WS-DUE-DT, '0', ' ', 0, ' ', ' ', ' ', 0,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE 'E12010' TO WS-RESP-CODE
       MOVE '报送期次建立失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE 'Y' TO WS-NEW-ROW-FLG.
