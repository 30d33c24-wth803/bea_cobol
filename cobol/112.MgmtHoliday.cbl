01  WS-RESP-MSG            PIC X(50).
01  WS-RECORD-COUNT        PIC 9(5).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTHOLIDAY01'.
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
    MOVE 'MGMTHOLIDAY01' TO WS-MAINTWIN-PGM-ID
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

    *> 2) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-HOLIDAY' TO WS-TE-PARA-NM
       MOVE 'INSERT HOLIDAY_CALENDAR' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '节假日登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-HOLIDAY' TO WS-TE-PARA-NM
       MOVE 'UPDATE HOLIDAY_CALENDAR' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '节假日删除失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC

    MOVE '000000' TO WS-RESP-CODE
    MOVE '节假日删除成功' TO WS-RESP-MSG.

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
    MOVE REQ-HOLIDAY-DT TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
