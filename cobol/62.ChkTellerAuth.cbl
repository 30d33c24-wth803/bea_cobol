    05  WS-ROLE-SLOT       OCCURS 10 PIC X(02).
01  WS-R                   PIC 9(2).
01  WS-ROLE-FOUND          PIC X(01).
01  WS-TELR-CUST-NO        PIC X(10).
01  WS-RELA-COUNT          PIC 9(5).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 请求所属租户编号
01  REQ-ROLE-CD            PIC X(02).     *> 本操作要求的角色代码
                                          *> (空白=只核实柜员存在且有效)
01  REQ-TGT-CUST-NO        PIC X(20).     *> 本操作维护/复核的目标客户号
                                          *> (空白=不涉及具体客户，如查询)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TELR-NO, REQ-TENANT-NO, REQ-ROLE-CD, REQ-TGT-CUST-NO,
          RESP-CODE, RESP-MSG.

*> 柜员权限共享校验子程序：各维护程序(MGMTOVSBLK01/
*> MGMTNAMELIST01/MGMTCHNLTXN01/MGMTSIGNREL01/CUSTMRG01/02/
*> MGMT-PER-CUST-INFO)统一在此核实操作柜员在柜员登记簿
*> TELLER_INFO中存在、在请求租户内有效、并持有本操作要求的
*> 角色代码——取代此前"调用方自报角色参数即被信任"的做法。
*> 调用方带上目标客户号时另做利益冲突校验：目标客户是柜员本人
*> (TELLER_INFO.TELR_CUST_NO)或经CUST_RELATION_INFO与柜员本人有
*> 有效关系的，一律拒绝办理
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    END-IF.

    MOVE SPACES TO WS-ROLE-CDS
    MOVE SPACES TO WS-TELR-CUST-NO
    EXEC SQL
        SELECT ROLE_CDS, COALESCE(TELR_CUST_NO, ' ')
          INTO :WS-ROLE-CDS, :WS-TELR-CUST-NO
          FROM TELLER_INFO
         WHERE TELR_NO = :REQ-TELR-NO
           AND TENANT_NO = :REQ-TENANT-NO
       END-IF
    END-IF.

    IF REQ-TGT-CUST-NO NOT = SPACES AND WS-TELR-CUST-NO NOT = SPACES
       PERFORM CHECK-TELR-CONFLICT
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '柜员权限校验通过' TO WS-RESP-MSG.

    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 利益冲突校验：目标客户为柜员本人，或与柜员本人在本租户有有效
*> 亲属/关联关系(双向登记，任一方向命中即拒绝)。关系读取失败时
*> 按拒绝处理，不放行
CHECK-TELR-CONFLICT.
    IF REQ-TGT-CUST-NO = WS-TELR-CUST-NO
       MOVE 'F20053' TO WS-RESP-CODE
       MOVE '柜员不得办理本人客户记录' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-RELA-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RELA-COUNT
          FROM CUST_RELATION_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
           AND ((CUST_NO = :WS-TELR-CUST-NO
                 AND RELA_CUST_NO = :REQ-TGT-CUST-NO)
             OR (CUST_NO = :REQ-TGT-CUST-NO
                 AND RELA_CUST_NO = :WS-TELR-CUST-NO))
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '柜员关联关系读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-RELA-COUNT > 0
       MOVE 'F20054' TO WS-RESP-CODE
       MOVE '柜员不得办理本人关联客户记录' TO WS-RESP-MSG
    END-IF.
