IDENTIFICATION DIVISION.
PROGRAM-ID. XREFSYNC01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-ROW-COUNT           PIC S9(9) COMP-4.
01  WS-CURRENT-DATE        PIC X(08).
*> 通知队列上的客户号：外部系统当前持有的那个号(归并/迁移/销户
*> 为原客户号，撤销归并为撤销前的并入客户号)
01  WS-NOTIFY-CUST-NO      PIC X(20).
01  WS-NOTIFY-FLD-NM       PIC X(30) VALUE 'EXT_CUST_XREF'.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-SYNC-TYP-CD        PIC X(02).     *> MR-归并改挂/UM-撤销归并改回/
                                          *> TM-租户迁移/CL-销户终止
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号(迁移时为迁出租户)
01  REQ-FROM-CUST-NO       PIC X(20).     *> MR/UM:并出客户号；TM/CL:客户号
01  REQ-TO-CUST-NO         PIC X(20).     *> MR/UM:并入客户号；TM/CL:空白
01  REQ-TGT-TENANT-NO      PIC X(10).     *> TM:迁入租户编号；其余空白
01  REQ-REF-NO             PIC X(14).     *> 归并/迁移流水号(撤销归并按此
                                          *> 精确找回本次归并改挂的行)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-ROW-COUNT         PIC 9(5).      *> 改挂/终止的对照记录数
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-SYNC-TYP-CD, REQ-TENANT-NO, REQ-FROM-CUST-NO,
          REQ-TO-CUST-NO, REQ-TGT-TENANT-NO, REQ-REF-NO,
          REQ-OPER-TELR-NO, RESP-ROW-COUNT, RESP-CODE, RESP-MSG.

*> 外部系统客户号对照同步服务：客户号变动的程序(CUSTMRG01/
*> CORPMRG01归并、CUSTUNMRG01/CORPUNMRG01撤销、CUSTTENMIG01迁移、
*> CUSTCLS01销户)在自己的事务内调用本程序，把EXT_CUST_XREF上的
*> 对照改挂或终止，并为每个受影响的外部系统在联系方式变更通知
*> 队列CUST_CNTC_NOTIFY_QUEUE登记一条'EXT_CUST_XREF'通知(由
*> NOTIFYDISP01投递，外部系统凭自己的客户标识经QRYXREF01回查
*> 最新对照)。本程序不提交也不回滚，随调用方事务一并生效
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO RESP-ROW-COUNT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    IF REQ-TENANT-NO = SPACES OR REQ-FROM-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    EVALUATE REQ-SYNC-TYP-CD
       WHEN 'MR'
          PERFORM SYNC-MERGE
       WHEN 'UM'
          PERFORM SYNC-UNMERGE
       WHEN 'TM'
          PERFORM SYNC-TENANT-MIGRATE
       WHEN 'CL'
          PERFORM SYNC-CLOSE
       WHEN OTHER
          MOVE 'F20002' TO WS-RESP-CODE
          MOVE '同步类型只能为MR/UM/TM/CL' TO WS-RESP-MSG
    END-EVALUATE.

    IF WS-RESP-CODE = 'E99999'
       MOVE '000000' TO WS-RESP-CODE
       MOVE '外部客户号对照同步完成' TO WS-RESP-MSG
    END-IF.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 归并：并出客户名下的有效对照改挂到并入客户，记下原客户号与
*> 归并流水号供撤销时精确改回
SYNC-MERGE.
    IF REQ-TO-CUST-NO = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '并入客户编号不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-FROM-CUST-NO TO WS-NOTIFY-CUST-NO
    EXEC SQL
        INSERT INTO CUST_CNTC_NOTIFY_QUEUE
            (CUST_NO, FLD_NM, EFF_TM, SUBSCRIBER_SYS_ID,
             NOTIFY_STATUS, CRT_TM)
        SELECT DISTINCT :WS-NOTIFY-CUST-NO, :WS-NOTIFY-FLD-NM,
               CURRENT_TIMESTAMP, SYS_ID, '0', CURRENT_TIMESTAMP
          FROM EXT_CUST_XREF
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-FROM-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM SET-NOTIFY-ERROR
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE EXT_CUST_XREF
           SET CUST_NO = :REQ-TO-CUST-NO,
               PREV_CUST_NO = :REQ-FROM-CUST-NO,
               PREV_TENANT_NO = :REQ-TENANT-NO,
               CHG_RSN_CD = 'MR',
               CHG_REF_NO = :REQ-REF-NO,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-FROM-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC
    PERFORM CHECK-UPDATE-RESULT.

*> 撤销归并：按归并流水号找回当时改挂的对照，改回并出客户
SYNC-UNMERGE.
    IF REQ-TO-CUST-NO = SPACES OR REQ-REF-NO = SPACES
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '并入客户编号/归并流水号不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-TO-CUST-NO TO WS-NOTIFY-CUST-NO
    EXEC SQL
        INSERT INTO CUST_CNTC_NOTIFY_QUEUE
            (CUST_NO, FLD_NM, EFF_TM, SUBSCRIBER_SYS_ID,
             NOTIFY_STATUS, CRT_TM)
        SELECT DISTINCT :WS-NOTIFY-CUST-NO, :WS-NOTIFY-FLD-NM,
               CURRENT_TIMESTAMP, SYS_ID, '0', CURRENT_TIMESTAMP
          FROM EXT_CUST_XREF
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-TO-CUST-NO
           AND PREV_CUST_NO = :REQ-FROM-CUST-NO
           AND CHG_RSN_CD = 'MR'
           AND CHG_REF_NO = :REQ-REF-NO
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM SET-NOTIFY-ERROR
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE EXT_CUST_XREF
           SET CUST_NO = :REQ-FROM-CUST-NO,
               PREV_CUST_NO = :REQ-TO-CUST-NO,
               PREV_TENANT_NO = :REQ-TENANT-NO,
               CHG_RSN_CD = 'UM',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-TO-CUST-NO
           AND PREV_CUST_NO = :REQ-FROM-CUST-NO
           AND CHG_RSN_CD = 'MR'
           AND CHG_REF_NO = :REQ-REF-NO
    END-EXEC
    PERFORM CHECK-UPDATE-RESULT.

*> 租户迁移：客户号不变，对照随客户改挂到迁入租户
SYNC-TENANT-MIGRATE.
    IF REQ-TGT-TENANT-NO = SPACES
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '迁入租户编号不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE REQ-FROM-CUST-NO TO WS-NOTIFY-CUST-NO
    EXEC SQL
        INSERT INTO CUST_CNTC_NOTIFY_QUEUE
            (CUST_NO, FLD_NM, EFF_TM, SUBSCRIBER_SYS_ID,
             NOTIFY_STATUS, CRT_TM)
        SELECT DISTINCT :WS-NOTIFY-CUST-NO, :WS-NOTIFY-FLD-NM,
               CURRENT_TIMESTAMP, SYS_ID, '0', CURRENT_TIMESTAMP
          FROM EXT_CUST_XREF
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-FROM-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM SET-NOTIFY-ERROR
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE EXT_CUST_XREF
           SET TENANT_NO = :REQ-TGT-TENANT-NO,
               PREV_CUST_NO = :REQ-FROM-CUST-NO,
               PREV_TENANT_NO = :REQ-TENANT-NO,
               CHG_RSN_CD = 'TM',
               CHG_REF_NO = :REQ-REF-NO,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-FROM-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC
    PERFORM CHECK-UPDATE-RESULT.

*> 销户：客户名下的有效对照按当日终止(重新启用不自动恢复，
*> 口径同签约关系/渠道限额，须外部系统重新登记)
SYNC-CLOSE.
    MOVE REQ-FROM-CUST-NO TO WS-NOTIFY-CUST-NO
    EXEC SQL
        INSERT INTO CUST_CNTC_NOTIFY_QUEUE
            (CUST_NO, FLD_NM, EFF_TM, SUBSCRIBER_SYS_ID,
             NOTIFY_STATUS, CRT_TM)
        SELECT DISTINCT :WS-NOTIFY-CUST-NO, :WS-NOTIFY-FLD-NM,
               CURRENT_TIMESTAMP, SYS_ID, '0', CURRENT_TIMESTAMP
          FROM EXT_CUST_XREF
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-FROM-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM SET-NOTIFY-ERROR
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE EXT_CUST_XREF
           SET VALID_FLG = '0',
               INVALID_DT = :WS-CURRENT-DATE,
               CHG_RSN_CD = 'CL',
               CHG_REF_NO = :REQ-REF-NO,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-FROM-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC
    PERFORM CHECK-UPDATE-RESULT.

*> 更新结果统一判读：零行命中(客户无外部对照)属正常
CHECK-UPDATE-RESULT.
    IF SQLCODE = 100
       EXIT PARAGRAPH
    END-IF
    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '外部客户号对照更新失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF
    EXEC SQL
        GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
    END-EXEC
    MOVE WS-ROW-COUNT TO RESP-ROW-COUNT.

SET-NOTIFY-ERROR.
    MOVE 'E12002' TO WS-RESP-CODE
    MOVE '外部系统对照变更通知登记失败' TO WS-RESP-MSG.
