IDENTIFICATION DIVISION.
PROGRAM-ID. TECHERR01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-ERR-DT              PIC X(08).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-PROGRAM-ID         PIC X(20).     *> 出错程序号
01  REQ-PARA-NM            PIC X(30).     *> 出错段落名
01  REQ-SQLCODE            PIC S9(9) COMP-4. *> 出错语句的SQLCODE
01  REQ-OPER-CD            PIC X(40).     *> 出错操作(语句动词+表/游标)
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号(可空)
01  REQ-KEY-VAL            PIC X(40).     *> 业务键值(客户号/流水号等，可空)
01  REQ-ERR-TM             PIC X(14).     *> 出错时间(YYYYMMDDHHMMSS)

PROCEDURE DIVISION
    USING REQ-PROGRAM-ID, REQ-PARA-NM, REQ-SQLCODE, REQ-OPER-CD,
          REQ-TENANT-NO, REQ-KEY-VAL, REQ-ERR-TM.

*> 技术错误登记共享子程序：各程序以E99999或通用库错误码(E12xxx)
*> 离场时，SVC_INVOKE_JOURNAL只留得下一个响应码，运维说不清是哪
*> 条语句、什么SQLCODE、哪个客户。出错处把段落名、语句、SQLCODE
*> 记在本程序工作区，EXIT-PROGRAM经RECORD-TECH-ERROR在业务事务
*> 回滚之后调本程序，明细落TECH_ERROR_LOG并单独提交(同
*> SVC_INVOKE_JOURNAL写在事务了结之后的做法)，不随业务回滚抹掉。
*> TECHERRDGST01每日按程序+段落+SQLCODE汇总。登记失败只DISPLAY，
*> 不影响调用方的对外响应
MAIN-LOGIC.
    MOVE REQ-ERR-TM(1:8) TO WS-ERR-DT

    EXEC SQL
        INSERT INTO TECH_ERROR_LOG (
            PROGRAM_ID, PARA_NM, SQLCODE_VAL, OPER_CD, TENANT_NO,
            KEY_VAL, ERR_DT, ERR_TM, LOG_TM
        ) VALUES (
            :REQ-PROGRAM-ID, :REQ-PARA-NM, :REQ-SQLCODE, :REQ-OPER-CD,
            :REQ-TENANT-NO, :REQ-KEY-VAL, :WS-ERR-DT, :REQ-ERR-TM,
            CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '技术错误登记失败:' REQ-PROGRAM-ID
               ' 段落:' REQ-PARA-NM ' 原SQLCODE:' REQ-SQLCODE
               ' 登记SQLCODE:' SQLCODE
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

    EXIT PROGRAM.
