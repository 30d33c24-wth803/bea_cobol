IDENTIFICATION DIVISION.
PROGRAM-ID. QRYCUSTDOC01.

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
01  WS-CURRENT-DATE        PIC X(08).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'QRYCUSTDOC01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(20).     *> 客户编号
01  REQ-DOC-TYP-CD         PIC X(02).     *> 文件类型(可空=全部类型)
01  REQ-INCL-INVALID-FLG   PIC X(01).     *> 'Y'=含已删除的登记

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-DOC-COUNT         PIC 9(3).
01  RESP-DOC-TABLE.
    05  RESP-DOC-ENTRY OCCURS 50
                       DEPENDING ON RESP-DOC-COUNT
                       INDEXED BY RESP-DOC-INDEX.
        10  RESP-DOC-SEQ-NO        PIC X(14).
        10  RESP-DOC-TYP-CD        PIC X(02).
        10  RESP-ARCH-REF-NO       PIC X(40).
        10  RESP-ISSUE-DT          PIC X(08).
        10  RESP-EXPIRE-DT         PIC X(08).
        10  RESP-EXPIRED-FLG       PIC X(01).   *> Y=已过到期日
        10  RESP-SUPPORT-PGM-ID    PIC X(20).
        10  RESP-SUPPORT-KEY       PIC X(40).
        10  RESP-VALID-FLG         PIC X(01).
        10  RESP-CRT-TELR-NO       PIC X(10).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-DOC-TYP-CD,
          REQ-INCL-INVALID-FLG,
          RESP-CODE, RESP-MSG, RESP-DOC-COUNT, RESP-DOC-TABLE.

*> 客户证明文件登记查询(CUST_DOC_REGISTRY，MGMTCUSTDOC01维护)：
*> 按客户列出登记的证明文件，可按类型过滤；缺省只回有效登记，
*> 已过到期日的照列并标Y。按类型、签发日倒序，最多50条
MAIN-LOGIC.
    *> 初始化响应码
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO RESP-DOC-COUNT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF

    PERFORM QUERY-CUST-DOC.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    *> 设置返回参数
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG

    EXIT PROGRAM.

QUERY-CUST-DOC.
    MOVE 1 TO WS-I
    EXEC SQL
        DECLARE CUST-DOC-CUR CURSOR FOR
        SELECT DOC_SEQ_NO, DOC_TYP_CD, ARCH_REF_NO,
               COALESCE(ISSUE_DT, ' '), COALESCE(EXPIRE_DT, ' '),
               CASE WHEN COALESCE(EXPIRE_DT, :WS-CURRENT-DATE)
                         < :WS-CURRENT-DATE
                    THEN 'Y' ELSE 'N' END,
               COALESCE(SUPPORT_PGM_ID, ' '), COALESCE(SUPPORT_KEY, ' '),
               VALID_FLG, CRT_TELR_NO
          FROM CUST_DOC_REGISTRY
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND (:REQ-DOC-TYP-CD = SPACES OR DOC_TYP_CD = :REQ-DOC-TYP-CD)
           AND (:REQ-INCL-INVALID-FLG = 'Y' OR VALID_FLG = '1')
         ORDER BY DOC_TYP_CD, COALESCE(ISSUE_DT, ' ') DESC, DOC_SEQ_NO
    END-EXEC

    EXEC SQL OPEN CUST-DOC-CUR END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'QUERY-CUST-DOC' TO WS-TE-PARA-NM
       MOVE 'OPEN CUST-DOC-CUR' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '游标打开失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL SQLCODE NOT = 0 OR WS-I > 50
       EXEC SQL
           FETCH CUST-DOC-CUR
            INTO :RESP-DOC-SEQ-NO(WS-I), :RESP-DOC-TYP-CD(WS-I),
                 :RESP-ARCH-REF-NO(WS-I), :RESP-ISSUE-DT(WS-I),
                 :RESP-EXPIRE-DT(WS-I), :RESP-EXPIRED-FLG(WS-I),
                 :RESP-SUPPORT-PGM-ID(WS-I), :RESP-SUPPORT-KEY(WS-I),
                 :RESP-VALID-FLG(WS-I), :RESP-CRT-TELR-NO(WS-I)
       END-EXEC

       IF SQLCODE = 0
          ADD 1 TO WS-I
       END-IF
    END-PERFORM

    EXEC SQL CLOSE CUST-DOC-CUR END-EXEC

    COMPUTE RESP-DOC-COUNT = WS-I - 1

    IF RESP-DOC-COUNT = 0
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '未找到证明文件登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '查询成功' TO WS-RESP-MSG.

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
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
