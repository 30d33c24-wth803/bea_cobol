IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTREGFIL01.

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

*> 监管报送跟踪(REGFILTRK01)工作区：确认报送经'F'登记到期次
01  WS-FT-MODE-CD          PIC X(01) VALUE 'F'.
01  WS-FT-SRC-JOB-NM       PIC X(20) VALUE SPACES.
01  WS-FT-FILE-NM          PIC X(60) VALUE SPACES.
01  WS-FT-REC-CNT          PIC 9(09) VALUE 0.
01  WS-FT-RESP-CODE        PIC X(06).
01  WS-FT-RESP-MSG         PIC X(50).
01  WS-FT-UPD-CNT          PIC 9(05).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTREGFIL01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-OBLIG-ID           PIC X(12).     *> 报送义务编号
01  REQ-OBLIG-NM           PIC X(60).     *> 报送义务名称
01  REQ-RGLTR-NM           PIC X(30).     *> 报送对象(监管机构)
01  REQ-SRC-JOB-NM         PIC X(20).     *> 产出作业名(抽取批程序号)
01  REQ-FREQ-CD            PIC X(01).     *> 报送频度(D日/W周/M月/
                                          *> Q季/Y年/A按需)
01  REQ-DUE-DAYS           PIC 9(03).     *> 期末后到期天数
01  REQ-RESP-TEAM-NM       PIC X(30).     *> 责任团队
01  REQ-PERIOD-END-DT      PIC X(08).     *> 所属期末日(04时必传)
01  REQ-FILING-REF-NO      PIC X(30).     *> 监管受理编号(04时必传)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/
                                          *> 03停用/04确认已报送)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-OBLIG-ID, REQ-OBLIG-NM, REQ-RGLTR-NM,
          REQ-SRC-JOB-NM, REQ-FREQ-CD, REQ-DUE-DAYS, REQ-RESP-TEAM-NM,
          REQ-PERIOD-END-DT, REQ-FILING-REF-NO,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 监管报送日历维护：各租户的报送义务(报什么、报给谁、多久报一次、
*> 期末后几天到期、谁负责、由哪个抽取作业产出)登记到
*> REG_FILING_CALENDAR，以往只记在合规部门的表格里，错过报送
*> 截止日要等监管来函才知道。每期的产出/报送/回执状态由
*> REGFILTRK01登记到REG_FILING_TRACK，日历批REGFILCAL01每日生成
*> 期次并列出将到期、已逾期与未回执的报送。04确认已报送：合规
*> 人员把文件报出后登记监管受理编号
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-OBLIG-ID = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/报送义务编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02'
       PERFORM VALIDATE-OBLIG-ATTRS
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    IF REQ-OPER-TYP-CD = '04'
       IF REQ-PERIOD-END-DT IS NOT NUMERIC
          OR REQ-FILING-REF-NO = SPACES
          MOVE 'F20009' TO WS-RESP-CODE
          MOVE '所属期末日/监管受理编号不合法' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'MOD' TO WS-OPER-TYPE
       WHEN '03'  *> 停用
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN '04'  *> 确认已报送
          MOVE 'FIL' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTREGFIL01' TO WS-MAINTWIN-PGM-ID
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
    END-IF.

    *> 4) 根据操作类型执行相应操作
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          PERFORM ADD-OBLIG-ENTRY
       WHEN 'MOD'
          PERFORM MOD-OBLIG-ENTRY
       WHEN 'DEL'
          PERFORM DEL-OBLIG-ENTRY
       WHEN 'FIL'
          PERFORM CONFIRM-FILED
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
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
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE '报送义务登记成功' TO WS-RESP-MSG
       WHEN 'MOD'
          MOVE '报送义务修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '报送义务停用成功' TO WS-RESP-MSG
       WHEN 'FIL'
          MOVE '报送确认登记成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 名称、报送对象、产出作业、频度、到期天数与责任团队校验
VALIDATE-OBLIG-ATTRS.
    IF REQ-OBLIG-NM = SPACES OR REQ-RGLTR-NM = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '报送义务名称/报送对象不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-SRC-JOB-NM = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '产出作业名不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-FREQ-CD NOT = 'D' AND REQ-FREQ-CD NOT = 'W'
       AND REQ-FREQ-CD NOT = 'M' AND REQ-FREQ-CD NOT = 'Q'
       AND REQ-FREQ-CD NOT = 'Y' AND REQ-FREQ-CD NOT = 'A'
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '报送频度必须为D/W/M/Q/Y/A之一' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-DUE-DAYS IS NOT NUMERIC OR REQ-DUE-DAYS > 366
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '到期天数不合法' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-RESP-TEAM-NM = SPACES
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '责任团队不能为空' TO WS-RESP-MSG
    END-IF.

*> 新增报送义务
ADD-OBLIG-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM REG_FILING_CALENDAR
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OBLIG_ID = :REQ-OBLIG-ID
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '该报送义务已存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO REG_FILING_CALENDAR (
            TENANT_NO, OBLIG_ID, OBLIG_NM, RGLTR_NM, SRC_JOB_NM,
            FREQ_CD, DUE_DAYS, RESP_TEAM_NM, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-OBLIG-ID, :REQ-OBLIG-NM,
            :REQ-RGLTR-NM, :REQ-SRC-JOB-NM, :REQ-FREQ-CD,
            :REQ-DUE-DAYS, :REQ-RESP-TEAM-NM, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-OBLIG-ENTRY' TO WS-TE-PARA-NM
       MOVE 'INSERT REG_FILING_CALENDAR' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '报送义务新增失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 修改报送义务：已生成的期次到期日不回改，新频度/到期天数从
*> 下一期起生效
MOD-OBLIG-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM REG_FILING_CALENDAR
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OBLIG_ID = :REQ-OBLIG-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '该报送义务不存在或已停用' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE REG_FILING_CALENDAR
           SET OBLIG_NM = :REQ-OBLIG-NM,
               RGLTR_NM = :REQ-RGLTR-NM,
               SRC_JOB_NM = :REQ-SRC-JOB-NM,
               FREQ_CD = :REQ-FREQ-CD,
               DUE_DAYS = :REQ-DUE-DAYS,
               RESP_TEAM_NM = :REQ-RESP-TEAM-NM,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OBLIG_ID = :REQ-OBLIG-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-OBLIG-ENTRY' TO WS-TE-PARA-NM
       MOVE 'UPDATE REG_FILING_CALENDAR' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '报送义务修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 停用报送义务：不再生成新期次，已有期次留存备查
DEL-OBLIG-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM REG_FILING_CALENDAR
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OBLIG_ID = :REQ-OBLIG-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '该报送义务不存在或已停用' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE REG_FILING_CALENDAR
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OBLIG_ID = :REQ-OBLIG-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-OBLIG-ENTRY' TO WS-TE-PARA-NM
       MOVE 'UPDATE REG_FILING_CALENDAR' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '报送义务停用失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 确认已报送：经REGFILTRK01把已产出的期次置已报送并记受理编号
CONFIRM-FILED.
    CALL 'REGFILTRK01' USING WS-FT-MODE-CD, REQ-TENANT-NO,
                             REQ-OBLIG-ID, WS-FT-SRC-JOB-NM,
                             REQ-PERIOD-END-DT, WS-FT-FILE-NM,
                             WS-FT-REC-CNT, REQ-FILING-REF-NO,
                             REQ-OPER-TELR-NO, WS-FT-RESP-CODE,
                             WS-FT-RESP-MSG, WS-FT-UPD-CNT
    END-CALL

    IF WS-FT-RESP-CODE NOT = '000000'
       MOVE WS-FT-RESP-CODE TO WS-RESP-CODE
       MOVE WS-FT-RESP-MSG TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

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
    MOVE REQ-OBLIG-ID TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
