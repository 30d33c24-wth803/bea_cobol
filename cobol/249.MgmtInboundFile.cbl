IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTINFILE01.

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

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTINFILE01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-FILE-ID            PIC X(12).     *> 入站文件编号
01  REQ-FILE-NM-PTN        PIC X(44).     *> 文件名(可含<BIZDT>，
                                          *> 按业务日期替换)
01  REQ-SRC-SYS-NM         PIC X(20).     *> 发送系统
01  REQ-INTERFACE-ID       PIC X(10).     *> 头记录接口标识(空=无
                                          *> 全行约定头尾，只查到达
                                          *> 与大小)
01  REQ-EXPECT-TM          PIC X(04).     *> 预计到达时刻(HHMM)
01  REQ-CUTOFF-TM          PIC X(04).     *> 截止时刻(HHMM，早于预计
                                          *> 到达时刻即为次日)
01  REQ-DEP-JOB-NM         PIC X(20).     *> 依赖本文件的批量作业
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/
                                          *> 03停用)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-FILE-ID, REQ-FILE-NM-PTN, REQ-SRC-SYS-NM,
          REQ-INTERFACE-ID, REQ-EXPECT-TM, REQ-CUTOFF-TM,
          REQ-DEP-JOB-NM, REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG.

*> 入站文件到达登记簿维护：外系统送来的文件(余额快照、外部名单、
*> 开户提取、批量归并、监管回执等)按租户登记到
*> INBOUND_FILE_EXPECT——文件名、发送系统、头记录接口标识、预计
*> 到达时刻、截止时刻与依赖作业。夜间监控批FILEMON01据此逐个
*> 核对到达/大小/头记录业务日期，没按时到齐的文件经BATRUNCTL01
*> 挡住依赖作业，不再拿昨天的文件跑
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-FILE-ID = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/入站文件编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02'
       PERFORM VALIDATE-FILE-ATTRS
       IF WS-RESP-CODE NOT = 'E99999'
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
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTINFILE01' TO WS-MAINTWIN-PGM-ID
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
          PERFORM ADD-FILE-ENTRY
       WHEN 'MOD'
          PERFORM MOD-FILE-ENTRY
       WHEN 'DEL'
          PERFORM DEL-FILE-ENTRY
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
          MOVE '入站文件登记成功' TO WS-RESP-MSG
       WHEN 'MOD'
          MOVE '入站文件修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '入站文件停用成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 文件名、发送系统、依赖作业与两个时刻校验(HHMM，时00-23、
*> 分00-59)
VALIDATE-FILE-ATTRS.
    IF REQ-FILE-NM-PTN = SPACES OR REQ-SRC-SYS-NM = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '文件名/发送系统不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-DEP-JOB-NM = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '依赖作业名不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-EXPECT-TM IS NOT NUMERIC OR REQ-CUTOFF-TM IS NOT NUMERIC
       OR REQ-EXPECT-TM(1:2) > '23' OR REQ-EXPECT-TM(3:2) > '59'
       OR REQ-CUTOFF-TM(1:2) > '23' OR REQ-CUTOFF-TM(3:2) > '59'
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '预计到达/截止时刻须为HHMM' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-CUTOFF-TM = REQ-EXPECT-TM
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '截止时刻不能与预计到达时刻相同' TO WS-RESP-MSG
    END-IF.

*> 新增入站文件登记
ADD-FILE-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM INBOUND_FILE_EXPECT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND FILE_ID = :REQ-FILE-ID
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '该入站文件已登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO INBOUND_FILE_EXPECT (
            TENANT_NO, FILE_ID, FILE_NM_PTN, SRC_SYS_NM, INTERFACE_ID,
            EXPECT_TM, CUTOFF_TM, DEP_JOB_NM, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-FILE-ID, :REQ-FILE-NM-PTN,
            :REQ-SRC-SYS-NM, :REQ-INTERFACE-ID, :REQ-EXPECT-TM,
            :REQ-CUTOFF-TM, :REQ-DEP-JOB-NM, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-FILE-ENTRY' TO WS-TE-PARA-NM
       MOVE 'INSERT INBOUND_FILE_EXPECT' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '入站文件登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 修改入站文件登记(次一轮监控起生效)
MOD-FILE-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM INBOUND_FILE_EXPECT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND FILE_ID = :REQ-FILE-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '该入站文件未登记或已停用' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE INBOUND_FILE_EXPECT
           SET FILE_NM_PTN = :REQ-FILE-NM-PTN,
               SRC_SYS_NM = :REQ-SRC-SYS-NM,
               INTERFACE_ID = :REQ-INTERFACE-ID,
               EXPECT_TM = :REQ-EXPECT-TM,
               CUTOFF_TM = :REQ-CUTOFF-TM,
               DEP_JOB_NM = :REQ-DEP-JOB-NM,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND FILE_ID = :REQ-FILE-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-FILE-ENTRY' TO WS-TE-PARA-NM
       MOVE 'UPDATE INBOUND_FILE_EXPECT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '入站文件修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 停用入站文件登记：不再监控，也不再挡依赖作业
DEL-FILE-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM INBOUND_FILE_EXPECT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND FILE_ID = :REQ-FILE-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '该入站文件未登记或已停用' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE INBOUND_FILE_EXPECT
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND FILE_ID = :REQ-FILE-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-FILE-ENTRY' TO WS-TE-PARA-NM
       MOVE 'UPDATE INBOUND_FILE_EXPECT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '入站文件停用失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

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
    MOVE REQ-FILE-ID TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
