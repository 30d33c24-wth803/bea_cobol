IDENTIFICATION DIVISION.
PROGRAM-ID. DETOKEN01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-TENANT-NO           PIC X(10).
01  WS-AUTH-COUNT          PIC 9(5).
*> 留痕时记入的操作员：柜员号，批处理为系统标识
01  WS-LOG-OPER-ID         PIC X(10).
01  WS-LOG-PROGRAM-ID      PIC X(30).

*> 柜员权限校验工作区(解密须持证件明文查看角色'12')
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号(空白=批处理调用)
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号(空白时按客户号
                                          *> 取客户所属租户)
01  REQ-CUST-NO            PIC X(20).     *> 证件所属客户号(留痕及利益
                                          *> 冲突校验用，可空)
01  REQ-CALLER-PGM         PIC X(30).     *> 调用程序标识(批处理调用须
                                          *> 在PII_DETOKEN_BATCH_AUTH登记)
01  REQ-CRTF-TOKEN         PIC X(20).     *> 证件号码令牌

*> ========== 输出参数 ==========
01  RESP-CRTF-NO           PIC X(20).     *> 证件号码明文
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-OPER-TELR-NO, REQ-TENANT-NO, REQ-CUST-NO,
          REQ-CALLER-PGM, REQ-CRTF-TOKEN,
          RESP-CRTF-NO, RESP-CODE, RESP-MSG.

*> 证件号码解密(还原明文)共享服务：令牌换回明文的唯一入口。
*> 联机调用核实操作柜员持证件明文查看角色'12'(AUTHCHK01，带上
*> 证件所属客户号同时做利益冲突校验)；批处理调用(柜员号空白)
*> 只对登记在PII_DETOKEN_BATCH_AUTH的监管报送/对外接口程序放行。
*> 放行的每一次解密都在PII_QRY_ACCESS_LOG留痕(联机记柜员，批处理
*> 记'SYSDETOK'与调用程序)，留痕写不进去则不回送明文
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-CRTF-NO

    IF REQ-CRTF-TOKEN = SPACES OR REQ-CRTF-TOKEN = LOW-VALUES
       MOVE '000000' TO WS-RESP-CODE
       MOVE '证件号码为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1) 调用方权限
    IF REQ-OPER-TELR-NO = SPACES OR REQ-OPER-TELR-NO = LOW-VALUES
       PERFORM CHECK-BATCH-CALLER
       MOVE 'SYSDETOK' TO WS-LOG-OPER-ID
       MOVE REQ-CALLER-PGM TO WS-LOG-PROGRAM-ID
    ELSE
       PERFORM CHECK-ONLINE-CALLER
       MOVE REQ-OPER-TELR-NO TO WS-LOG-OPER-ID
       MOVE 'DETOKEN01' TO WS-LOG-PROGRAM-ID
    END-IF.

    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 查令牌库(尚未令牌化的旧值本身即明文)
    IF REQ-CRTF-TOKEN(1:3) = 'TK#'
       EXEC SQL
           SELECT CRTF_NO
             INTO :RESP-CRTF-NO
             FROM CRTF_TOKEN_VAULT
            WHERE CRTF_TOKEN = :REQ-CRTF-TOKEN
       END-EXEC
       IF SQLCODE = 100
          MOVE 'F20004' TO WS-RESP-CODE
          MOVE '令牌库中无此令牌' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       IF SQLCODE NOT = 0
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '令牌库查询失败' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    ELSE
       MOVE REQ-CRTF-TOKEN TO RESP-CRTF-NO
    END-IF.

    *> 3) 留痕：写不进去就不回送明文
    EXEC SQL
        INSERT INTO PII_QRY_ACCESS_LOG (
            OPER_ID, PROGRAM_ID, CUST_NO, QRY_TM
        ) VALUES (
            :WS-LOG-OPER-ID, :WS-LOG-PROGRAM-ID, :REQ-CUST-NO,
            CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SPACES TO RESP-CRTF-NO
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '解密留痕写入失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 联机调用即时提交留痕(同QURYCUSTINFO)；批处理调用的留痕随
    *> 调用方的提交点一并提交，不打断调用方的游标
    IF REQ-OPER-TELR-NO NOT = SPACES
       AND REQ-OPER-TELR-NO NOT = LOW-VALUES
       EXEC SQL COMMIT END-EXEC
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '解密成功' TO WS-RESP-MSG.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 联机调用：租户空白时按客户号取客户所属租户，再经AUTHCHK01核实
*> 角色'12'与利益冲突
CHECK-ONLINE-CALLER.
    MOVE REQ-TENANT-NO TO WS-TENANT-NO
    IF WS-TENANT-NO = SPACES AND REQ-CUST-NO NOT = SPACES
       EXEC SQL
           SELECT TENANT_NO
             INTO :WS-TENANT-NO
             FROM CUSTOMER_BASIC_INFO
            WHERE CUST_NO = :REQ-CUST-NO
            FETCH FIRST 1 ROW ONLY
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SPACES TO WS-TENANT-NO
       END-IF
    END-IF

    IF WS-TENANT-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '解密须指明租户或客户' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE '12' TO WS-AUTHCHK-ROLE-CD
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO,
                           WS-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD,
                           REQ-CUST-NO,
                           WS-AUTHCHK-RESP-CODE,
                           WS-AUTHCHK-RESP-MSG
    END-CALL

    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
    END-IF.

*> 批处理调用：调用程序须在批处理解密授权表中登记且有效
CHECK-BATCH-CALLER.
    IF REQ-CALLER-PGM = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '批处理解密须带调用程序标识' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-AUTH-COUNT
    EXEC SQL
        SELECT COUNT(*)
          INTO :WS-AUTH-COUNT
          FROM PII_DETOKEN_BATCH_AUTH
         WHERE PROGRAM_ID = :REQ-CALLER-PGM
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '批处理解密授权查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-AUTH-COUNT = 0
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '调用程序未获批处理解密授权' TO WS-RESP-MSG
    END-IF.
