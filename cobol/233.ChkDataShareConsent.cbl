IDENTIFICATION DIVISION.
PROGRAM-ID. SHRCNSNTCHK01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-CONSENT-STUS-CD     PIC X(01).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 客户归属租户
01  REQ-CUST-NO            PIC X(20).     *> 客户编号
01  REQ-SUBSCRIBER-SYS-ID  PIC X(10).     *> 接收数据的订阅系统

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-PERMIT-FLG        PIC X(01).     *> Y=可发送/N=未获同意，扣发
01  RESP-PURPOSE-CD        PIC X(02).     *> 订阅系统登记的共享目的
01  RESP-RECIPIENT-CTGY-CD PIC X(02).     *> 订阅系统接收方类别

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-SUBSCRIBER-SYS-ID,
          RESP-CODE, RESP-MSG, RESP-PERMIT-FLG, RESP-PURPOSE-CD,
          RESP-RECIPIENT-CTGY-CD.

*> 数据共享同意查询子程序：客户数据发往订阅系统前(CUSTDELTA01
*> 分发文件、NOTIFYDISP01通知投递)在此取许可。订阅系统在
*> NOTIFY_SUBSCRIPTION登记共享目的与接收方类别(00行内系统/01集团
*> 关联机构/02外部第三方)；行内系统不涉及对外提供，不需单独同意；
*> 集团关联机构与外部第三方须客户对该目的、该类接收方有有效同意
*> (CUST_DATA_SHARE_CONSENT，MGMTSHRCNSNT01维护)，未登记或已撤回
*> 一律回N——个人信息对外提供按单独同意，默认不发
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 'N' TO RESP-PERMIT-FLG
    MOVE SPACES TO RESP-PURPOSE-CD
    MOVE SPACES TO RESP-RECIPIENT-CTGY-CD

    IF REQ-CUST-NO = SPACES OR REQ-SUBSCRIBER-SYS-ID = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '客户编号和订阅系统不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 订阅系统的共享目的与接收方类别(同一订阅系统按租户范围可有
    *> 多行登记，目的与类别按系统统一登记，取任一有效行)
    EXEC SQL
        SELECT COALESCE(SHARE_PURPOSE_CD, ' '),
               COALESCE(RECIPIENT_CTGY_CD, '00')
          INTO :RESP-PURPOSE-CD, :RESP-RECIPIENT-CTGY-CD
          FROM NOTIFY_SUBSCRIPTION
         WHERE SUBSCRIBER_SYS_ID = :REQ-SUBSCRIBER-SYS-ID
           AND VALID_FLG = '1'
         ORDER BY RECIPIENT_CTGY_CD DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '订阅系统未登记' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.
    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '订阅登记查询失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF RESP-RECIPIENT-CTGY-CD = '00' OR RESP-RECIPIENT-CTGY-CD = SPACES
       MOVE 'Y' TO RESP-PERMIT-FLG
       MOVE '000000' TO WS-RESP-CODE
       MOVE '行内系统，无需单独同意' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE SPACES TO WS-CONSENT-STUS-CD
    EXEC SQL
        SELECT CONSENT_STUS_CD INTO :WS-CONSENT-STUS-CD
          FROM CUST_DATA_SHARE_CONSENT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND PURPOSE_CD = :RESP-PURPOSE-CD
           AND RECIPIENT_CTGY_CD = :RESP-RECIPIENT-CTGY-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '共享同意查询失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    EVALUATE TRUE
       WHEN SQLCODE = 100
          MOVE '客户未登记该目的共享同意' TO WS-RESP-MSG
       WHEN WS-CONSENT-STUS-CD = '1'
          MOVE 'Y' TO RESP-PERMIT-FLG
          MOVE '客户已同意' TO WS-RESP-MSG
       WHEN OTHER
          MOVE '客户已撤回该目的共享同意' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
