IDENTIFICATION DIVISION.
PROGRAM-ID. QRYXREF01.

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
01  WS-QRY-CUST-NO         PIC X(20).

*> 并出客户号转发解析工作区(MRGFWD01)：对照指向或入参给的是已
*> 并出客户号时，转到当前存续客户号
01  WS-FWD-SURV-CUST-NO    PIC X(20).
01  WS-FWD-HOP-COUNT       PIC 9(02).
01  WS-FWD-RESP-CODE       PIC X(06).
01  WS-FWD-RESP-MSG        PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'QRYXREF01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-QRY-DIR-CD         PIC X(01).     *> 查询方向(E-外部标识查客户号/
                                          *> C-客户号查外部标识)
01  REQ-SYS-ID             PIC X(10).     *> 外部系统标识(E必传；C可空=
                                          *> 全部系统)
01  REQ-EXT-CUST-ID        PIC X(40).     *> 外部客户标识(E必传)
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号(C必传)
01  REQ-CUST-NO            PIC X(20).     *> 客户编号(C必传)
01  REQ-INCL-ENDED-FLG     PIC X(01).     *> 'Y'=含已终止/未生效的对照

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-SURV-CUST-NO      PIC X(20).     *> E:对照客户号转发后的存续
                                          *> 客户号；C:实际查询的客户号
01  RESP-XREF-COUNT        PIC 9(3).
01  RESP-XREF-TABLE.
    05  RESP-XREF-ENTRY OCCURS 50
                        DEPENDING ON RESP-XREF-COUNT
                        INDEXED BY RESP-XREF-INDEX.
        10  RESP-SYS-ID            PIC X(10).
        10  RESP-EXT-CUST-ID       PIC X(40).
        10  RESP-TENANT-NO         PIC X(10).
        10  RESP-CUST-NO           PIC X(20).
        10  RESP-VALID-FLG         PIC X(01).
        10  RESP-EFFT-DT           PIC X(08).
        10  RESP-INVALID-DT        PIC X(08).
        10  RESP-PREV-CUST-NO      PIC X(20).
        10  RESP-CHG-RSN-CD        PIC X(02).

PROCEDURE DIVISION
    USING REQ-QRY-DIR-CD, REQ-SYS-ID, REQ-EXT-CUST-ID, REQ-TENANT-NO,
          REQ-CUST-NO, REQ-INCL-ENDED-FLG,
          RESP-CODE, RESP-MSG, RESP-SURV-CUST-NO, RESP-XREF-COUNT,
          RESP-XREF-TABLE.

*> 外部系统客户号对照查询(EXT_CUST_XREF，MGMTXREF01维护)：
*> E方向：外部系统凭自己的客户标识查本系统客户号。对照指向的
*>        客户已并出时经MRGFWD01转到存续客户号，回W20001
*> C方向：按客户号列出各外部系统的客户标识。入参客户号已并出
*>        时先转到存续客户号再查(对照已随归并改挂)，回W20001
*> 缺省只回在力对照(有效且在生效期内)
MAIN-LOGIC.
    *> 初始化响应码
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO RESP-XREF-COUNT
    MOVE SPACES TO RESP-SURV-CUST-NO
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    EVALUATE REQ-QRY-DIR-CD
       WHEN 'E'
          PERFORM QUERY-BY-EXT-CUST-ID
       WHEN 'C'
          PERFORM QUERY-BY-CUST-NO
       WHEN OTHER
          MOVE 'F20001' TO WS-RESP-CODE
          MOVE '查询方向只能为E/C' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    *> 设置返回参数
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG

    EXIT PROGRAM.

*> 外部标识查客户号：一个(系统, 外部客户标识)至多一行
QUERY-BY-EXT-CUST-ID.
    IF REQ-SYS-ID = SPACES OR REQ-EXT-CUST-ID = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '外部系统/外部客户标识不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        SELECT SYS_ID, EXT_CUST_ID, TENANT_NO, CUST_NO, VALID_FLG,
               EFFT_DT, INVALID_DT, PREV_CUST_NO, CHG_RSN_CD
          INTO :RESP-SYS-ID(1), :RESP-EXT-CUST-ID(1),
               :RESP-TENANT-NO(1), :RESP-CUST-NO(1),
               :RESP-VALID-FLG(1), :RESP-EFFT-DT(1),
               :RESP-INVALID-DT(1), :RESP-PREV-CUST-NO(1),
               :RESP-CHG-RSN-CD(1)
          FROM EXT_CUST_XREF
         WHERE SYS_ID = :REQ-SYS-ID
           AND EXT_CUST_ID = :REQ-EXT-CUST-ID
           AND (:REQ-INCL-ENDED-FLG = 'Y'
                OR (VALID_FLG = '1'
                    AND EFFT_DT <= :WS-CURRENT-DATE
                    AND (INVALID_DT = SPACES
                         OR INVALID_DT >= :WS-CURRENT-DATE)))
    END-EXEC

    IF SQLCODE = 100
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '未找到外部客户号对照' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'QUERY-BY-EXT-CUST-ID' TO WS-TE-PARA-NM
       MOVE 'SELECT EXT_CUST_XREF' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '外部客户号对照查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE 1 TO RESP-XREF-COUNT
    MOVE RESP-CUST-NO(1) TO RESP-SURV-CUST-NO

    *> 在力对照的客户号照常应随归并改挂；仍指向已并出客户号时
    *> (如归并前的历史对照)转到存续客户号
    CALL 'MRGFWD01' USING RESP-TENANT-NO(1), RESP-CUST-NO(1),
                          WS-FWD-SURV-CUST-NO, WS-FWD-HOP-COUNT,
                          WS-FWD-RESP-CODE, WS-FWD-RESP-MSG
    END-CALL

    EVALUATE WS-FWD-RESP-CODE
       WHEN '000000'
          MOVE '000000' TO WS-RESP-CODE
          MOVE '查询成功' TO WS-RESP-MSG
       WHEN 'W20001'
          MOVE WS-FWD-SURV-CUST-NO TO RESP-SURV-CUST-NO
          MOVE 'W20001' TO WS-RESP-CODE
          MOVE '对照客户已并档，已转至存续客户号' TO WS-RESP-MSG
       WHEN OTHER
          MOVE WS-FWD-RESP-CODE TO WS-RESP-CODE
          MOVE WS-FWD-RESP-MSG TO WS-RESP-MSG
    END-EVALUATE.

*> 客户号查外部标识：按系统、外部标识排序，最多50条
QUERY-BY-CUST-NO.
    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-CUST-NO TO WS-QRY-CUST-NO
    CALL 'MRGFWD01' USING REQ-TENANT-NO, REQ-CUST-NO,
                          WS-FWD-SURV-CUST-NO, WS-FWD-HOP-COUNT,
                          WS-FWD-RESP-CODE, WS-FWD-RESP-MSG
    END-CALL

    IF WS-FWD-RESP-CODE = 'W20001'
       MOVE WS-FWD-SURV-CUST-NO TO WS-QRY-CUST-NO
    ELSE
       IF WS-FWD-RESP-CODE NOT = '000000'
          MOVE WS-FWD-RESP-CODE TO WS-RESP-CODE
          MOVE WS-FWD-RESP-MSG TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE WS-QRY-CUST-NO TO RESP-SURV-CUST-NO

    MOVE 1 TO WS-I
    EXEC SQL
        DECLARE XREF-CUST-CUR CURSOR FOR
        SELECT SYS_ID, EXT_CUST_ID, TENANT_NO, CUST_NO, VALID_FLG,
               EFFT_DT, INVALID_DT, PREV_CUST_NO, CHG_RSN_CD
          FROM EXT_CUST_XREF
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :WS-QRY-CUST-NO
           AND (:REQ-SYS-ID = SPACES OR SYS_ID = :REQ-SYS-ID)
           AND (:REQ-INCL-ENDED-FLG = 'Y'
                OR (VALID_FLG = '1'
                    AND EFFT_DT <= :WS-CURRENT-DATE
                    AND (INVALID_DT = SPACES
                         OR INVALID_DT >= :WS-CURRENT-DATE)))
         ORDER BY SYS_ID, EXT_CUST_ID
    END-EXEC

    EXEC SQL OPEN XREF-CUST-CUR END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'QUERY-BY-CUST-NO' TO WS-TE-PARA-NM
       MOVE 'OPEN XREF-CUST-CUR' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '游标打开失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL SQLCODE NOT = 0 OR WS-I > 50
       EXEC SQL
           FETCH XREF-CUST-CUR
            INTO :RESP-SYS-ID(WS-I), :RESP-EXT-CUST-ID(WS-I),
                 :RESP-TENANT-NO(WS-I), :RESP-CUST-NO(WS-I),
                 :RESP-VALID-FLG(WS-I), :RESP-EFFT-DT(WS-I),
                 :RESP-INVALID-DT(WS-I), :RESP-PREV-CUST-NO(WS-I),
                 :RESP-CHG-RSN-CD(WS-I)
       END-EXEC

       IF SQLCODE = 0
          ADD 1 TO WS-I
       END-IF
    END-PERFORM

    EXEC SQL CLOSE XREF-CUST-CUR END-EXEC

    COMPUTE RESP-XREF-COUNT = WS-I - 1

    IF RESP-XREF-COUNT = 0
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '未找到外部客户号对照' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-FWD-RESP-CODE = 'W20001'
       MOVE 'W20001' TO WS-RESP-CODE
       MOVE '客户已并档，已按存续客户号查询' TO WS-RESP-MSG
    ELSE
       MOVE '000000' TO WS-RESP-CODE
       MOVE '查询成功' TO WS-RESP-MSG
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
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
