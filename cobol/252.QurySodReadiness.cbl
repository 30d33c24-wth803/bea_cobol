IDENTIFICATION DIVISION.
PROGRAM-ID. QRYSODREADY01.

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
01  WS-QRY-BIZ-DT          PIC X(08).
01  WS-READY-FLG           PIC X(01).
01  WS-FAIL-CHK-CNT        PIC 9(03).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'QRYSODREADY01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-BIZ-DT            PIC X(08).     *> 当前业务日期
01  RESP-READY-FLG         PIC X(01).     *> Y=可开门/N=不可开门
01  RESP-CHK-TM            PIC X(14).     *> 最近一次检查时间
01  RESP-FAIL-COUNT        PIC 9(3).
01  RESP-FAIL-TABLE.
    05  RESP-FAIL-ENTRY OCCURS 50
                        DEPENDING ON RESP-FAIL-COUNT
                        INDEXED BY RESP-FAIL-INDEX.
        10  RESP-CHK-CD            PIC X(08).
        10  RESP-OWNER-NM          PIC X(40).
        10  RESP-DETAIL-MSG        PIC X(80).

PROCEDURE DIVISION
    USING REQ-TENANT-NO,
          RESP-CODE, RESP-MSG, RESP-BIZ-DT, RESP-READY-FLG,
          RESP-CHK-TM, RESP-FAIL-COUNT, RESP-FAIL-TABLE.

*> 开门前就绪状态查询：渠道网关开门前按租户查询SODREADY01对当前
*> 业务日期给出的结论(SOD_READINESS)。只有'000000'可开门；
*> 未检查(F20003)或未通过(F20004)一律不开门，未通过时回送未通过
*> 检查项(至多50项)及其责任方
MAIN-LOGIC.
    *> 初始化响应码
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-BIZ-DT
    MOVE 'N' TO RESP-READY-FLG
    MOVE SPACES TO RESP-CHK-TM
    MOVE 0 TO RESP-FAIL-COUNT

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 当前业务日期：无日期行时检查批按自然日落结论
    MOVE SPACES TO WS-QRY-BIZ-DT
    EXEC SQL
        SELECT BIZ_DT INTO :WS-QRY-BIZ-DT
          FROM SYS_BIZ_DATE
         WHERE TENANT_NO = :REQ-TENANT-NO
    END-EXEC.

    IF SQLCODE = 100 OR WS-QRY-BIZ-DT = SPACES
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-QRY-BIZ-DT
    ELSE
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
          MOVE 'SELECT SYS_BIZ_DATE' TO WS-TE-OPER-CD
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '业务日期查询失败' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.
    MOVE WS-QRY-BIZ-DT TO RESP-BIZ-DT

    *> 3) 当日结论
    EXEC SQL
        SELECT READY_FLG, FAIL_CHK_CNT, CHK_TM
          INTO :WS-READY-FLG, :WS-FAIL-CHK-CNT, :RESP-CHK-TM
          FROM SOD_READINESS
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND BIZ_DT = :WS-QRY-BIZ-DT
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '当前业务日期开门前检查尚未执行' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT SOD_READINESS' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '开门前检查结论查询失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-READY-FLG = 'Y'
       MOVE 'Y' TO RESP-READY-FLG
       MOVE '000000' TO WS-RESP-CODE
       MOVE '开门前检查通过，可开门' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4) 未通过：回送未通过检查项
    PERFORM LIST-FAILED-CHECKS
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF

    MOVE 'F20004' TO WS-RESP-CODE
    MOVE '开门前检查未通过，不可开门' TO WS-RESP-MSG.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    *> 设置返回参数
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG

    EXIT PROGRAM.

LIST-FAILED-CHECKS.
    MOVE 1 TO WS-I
    EXEC SQL
        DECLARE SOD-FAIL-CUR CURSOR FOR
        SELECT CHK_CD, OWNER_NM, DETAIL_MSG
          FROM SOD_READINESS_DTL
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND BIZ_DT = :WS-QRY-BIZ-DT
           AND RESULT_CD = 'F'
         ORDER BY CHK_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN SOD-FAIL-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'LIST-FAILED-CHECKS' TO WS-TE-PARA-NM
       MOVE 'OPEN SOD-FAIL-CUR' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '未通过检查项查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM UNTIL SQLCODE NOT = 0 OR WS-I > 50
       EXEC SQL
           FETCH SOD-FAIL-CUR
            INTO :RESP-CHK-CD(WS-I),
                 :RESP-OWNER-NM(WS-I),
                 :RESP-DETAIL-MSG(WS-I)
       END-EXEC

       IF SQLCODE = 0
          ADD 1 TO WS-I
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE SOD-FAIL-CUR END-EXEC.

    COMPUTE RESP-FAIL-COUNT = WS-I - 1.

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
    MOVE REQ-TENANT-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
