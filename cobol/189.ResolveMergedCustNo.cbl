IDENTIFICATION DIVISION.
PROGRAM-ID. MRGFWD01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-CUR-CUST-NO         PIC X(20).
01  WS-NEXT-CUST-NO        PIC X(20).
01  WS-HOP-COUNT           PIC 9(02).
*> 并档链最多追溯的跳数：超过即按成环/异常处理，不无限追下去
01  WS-MAX-HOP             PIC 9(02) VALUE 10.
01  WS-CHAIN-END-FLG       PIC X(01).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号(空白=不限租户)
01  REQ-CUST-NO            PIC X(20).     *> 待解析的客户号

*> ========== 输出参数 ==========
01  RESP-SURV-CUST-NO      PIC X(20).     *> 存续客户号(未并档时同入参)
01  RESP-HOP-COUNT         PIC 9(02).     *> 追溯的并档跳数(0=未并档)
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO,
          RESP-SURV-CUST-NO, RESP-HOP-COUNT, RESP-CODE, RESP-MSG.

*> 并出客户号转发解析共享服务：渠道与下游仍持有并出客户号时，
*> 沿归并日志CUST_ACCT_INFO_MRG_LOG逐跳追到当前存续客户号(A并入
*> B、B再并入C时A解析为C)。每一跳只认未撤销(REVERSED_FLG='0')、
*> 且并出客户主档仍指向该存续客户(MERGED_TO_CUST_NO)的整户归并：
*> CUSTUNMRG01/CORPUNMRG01撤销后两处同时复原，链在此断开；仅按账号
*> 归并(CUSTMRG02)的日志不带客户主档标记，不作转发。在线日志已
*> 归档(RETNPOLICY01)的再查归档表。
*> 响应码：000000-未并档(存续号即入参)；W20001-已并档，存续号见
*> RESP-SURV-CUST-NO
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE REQ-CUST-NO TO RESP-SURV-CUST-NO
    MOVE 0 TO RESP-HOP-COUNT

    IF REQ-CUST-NO = SPACES OR REQ-CUST-NO = LOW-VALUES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '客户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE REQ-CUST-NO TO WS-CUR-CUST-NO
    MOVE 0 TO WS-HOP-COUNT
    MOVE 'N' TO WS-CHAIN-END-FLG

    PERFORM UNTIL WS-CHAIN-END-FLG = 'Y'
       PERFORM FIND-NEXT-HOP
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
       IF WS-NEXT-CUST-NO = SPACES
          MOVE 'Y' TO WS-CHAIN-END-FLG
       ELSE
          ADD 1 TO WS-HOP-COUNT
          *> 成环(追回入参)或链过长：数据异常，不回送可能错误的存续号
          IF WS-NEXT-CUST-NO = REQ-CUST-NO
             OR WS-HOP-COUNT > WS-MAX-HOP
             MOVE 'E12002' TO WS-RESP-CODE
             MOVE '并档链成环或过长，请人工核查' TO WS-RESP-MSG
             GO TO EXIT-PROGRAM
          END-IF
          MOVE WS-NEXT-CUST-NO TO WS-CUR-CUST-NO
       END-IF
    END-PERFORM.

    MOVE WS-CUR-CUST-NO TO RESP-SURV-CUST-NO
    MOVE WS-HOP-COUNT TO RESP-HOP-COUNT

    IF WS-HOP-COUNT = 0
       MOVE '000000' TO WS-RESP-CODE
       MOVE '客户号未并档' TO WS-RESP-MSG
    ELSE
       MOVE 'W20001' TO WS-RESP-CODE
       MOVE '客户号已并档，已转至存续客户号' TO WS-RESP-MSG
    END-IF.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 取当前客户号的下一跳：最近一笔未撤销、且客户主档标记与之
*> 一致的整户归并；在线日志无则查归档日志。无下一跳回空白
FIND-NEXT-HOP.
    MOVE SPACES TO WS-NEXT-CUST-NO
    EXEC SQL
        SELECT L.CUST_NO
          INTO :WS-NEXT-CUST-NO
          FROM CUST_ACCT_INFO_MRG_LOG L
          JOIN CUSTOMER_BASIC_INFO B
            ON B.CUST_NO = L.MERGE_CUST_NO
           AND B.TENANT_NO = L.TENANT_NO
           AND B.MERGED_TO_CUST_NO = L.CUST_NO
         WHERE L.MERGE_CUST_NO = :WS-CUR-CUST-NO
           AND L.REVERSED_FLG = '0'
           AND (:REQ-TENANT-NO = ' ' OR L.TENANT_NO = :REQ-TENANT-NO)
         ORDER BY L.MRG_TM DESC, L.MRG_SEQ_NO DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC.

    IF SQLCODE = 0
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 100
       MOVE SPACES TO WS-NEXT-CUST-NO
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '归并日志查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        SELECT L.CUST_NO
          INTO :WS-NEXT-CUST-NO
          FROM CUST_ACCT_INFO_MRG_LOG_ARCH L
          JOIN CUSTOMER_BASIC_INFO B
            ON B.CUST_NO = L.MERGE_CUST_NO
           AND B.TENANT_NO = L.TENANT_NO
           AND B.MERGED_TO_CUST_NO = L.CUST_NO
         WHERE L.MERGE_CUST_NO = :WS-CUR-CUST-NO
           AND L.REVERSED_FLG = '0'
           AND (:REQ-TENANT-NO = ' ' OR L.TENANT_NO = :REQ-TENANT-NO)
         ORDER BY L.MRG_TM DESC, L.MRG_SEQ_NO DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC.

    IF SQLCODE = 100
       MOVE SPACES TO WS-NEXT-CUST-NO
    ELSE
       IF SQLCODE NOT = 0
          MOVE SPACES TO WS-NEXT-CUST-NO
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '归并日志查询失败' TO WS-RESP-MSG
       END-IF
    END-IF.
