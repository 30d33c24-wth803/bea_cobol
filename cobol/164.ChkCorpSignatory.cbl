IDENTIFICATION DIVISION.
PROGRAM-ID. SIGNRCHK01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-CURRENT-DATE        PIC X(08).

*> 命中的授权签字人登记行
01  WS-SR-CRTF-MATR-DT     PIC X(08).
01  WS-SR-AUTH-SCOPE-CD    PIC X(02).
01  WS-SR-SGL-INSTR-LMT-AMT
                           PIC 9(10)V99.

*> 经办人证件号码查找键：登记簿中为令牌，入参明文经CRTFTOKEN01
*> 只查不建换成令牌；令牌库没有的沿用入参(令牌化之前的旧数据)
01  WS-SIGNER-CRTF-KEY     PIC X(20).
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'L'.
01  WS-CRTF-TOKEN          PIC X(20).
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(20).     *> 对公客户编号
01  REQ-SIGNER-CRTF-TYP-CD PIC X(02).     *> 经办人证件类型代码
01  REQ-SIGNER-CRTF-NO     PIC X(20).     *> 经办人证件号码
01  REQ-AUTH-SCOPE-CD      PIC X(02).     *> 所需授权范围(01账户经办/
                                          *> 02指令签字)
01  REQ-INSTR-AMT          PIC 9(10)V99.  *> 本笔指令金额(无金额时传0)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-SIGNER-CRTF-TYP-CD,
          REQ-SIGNER-CRTF-NO, REQ-AUTH-SCOPE-CD, REQ-INSTR-AMT,
          RESP-CODE, RESP-MSG.

*> 授权签字人共享检查(用法同FRZCHK01)：核实代对公客户办理的
*> 经办人为CORP_AUTH_SIGNATORY(MGMTCORPSIGN01维护)中当前有效的
*> 授权签字人——登记在力、在授权起止窗口内、本人证件未过期、
*> 授权范围覆盖所办事项('03'经办及签字覆盖两项)、指令金额不超过
*> 单笔限额(限额为0视为不限)。调用方(MGMT-CORP-CUST-INFO/
*> MGMTSIGNREL01等)据F码拒绝办理；通过回000000
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG

    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       OR REQ-SIGNER-CRTF-TYP-CD = SPACES
       OR REQ-SIGNER-CRTF-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号/经办人证件不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    MOVE REQ-SIGNER-CRTF-NO TO WS-SIGNER-CRTF-KEY
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-SIGNER-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-TOKEN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF
    IF WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO WS-SIGNER-CRTF-KEY
    END-IF

    EXEC SQL
        SELECT COALESCE(SIGNER_CRTF_MATR_DT, ' '), AUTH_SCOPE_CD,
               SGL_INSTR_LMT_AMT
          INTO :WS-SR-CRTF-MATR-DT, :WS-SR-AUTH-SCOPE-CD,
               :WS-SR-SGL-INSTR-LMT-AMT
          FROM CORP_AUTH_SIGNATORY
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND SIGNER_CRTF_TYP_CD = :REQ-SIGNER-CRTF-TYP-CD
           AND SIGNER_CRTF_NO = :WS-SIGNER-CRTF-KEY
           AND VALID_FLG = '1'
           AND EFFT_DT <= :WS-CURRENT-DATE
           AND (INVALID_DT = SPACES OR INVALID_DT >= :WS-CURRENT-DATE)
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20060' TO WS-RESP-CODE
       MOVE '经办人不是该企业有效期内的授权签字人' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '授权签字人检查失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-SR-CRTF-MATR-DT NOT = SPACES
       AND WS-SR-CRTF-MATR-DT < WS-CURRENT-DATE
       MOVE 'F20061' TO WS-RESP-CODE
       MOVE '授权签字人证件已过期' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-AUTH-SCOPE-CD NOT = SPACES
       AND WS-SR-AUTH-SCOPE-CD NOT = '03'
       AND WS-SR-AUTH-SCOPE-CD NOT = REQ-AUTH-SCOPE-CD
       MOVE 'F20062' TO WS-RESP-CODE
       MOVE '授权签字人无此项授权' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-INSTR-AMT > 0 AND WS-SR-SGL-INSTR-LMT-AMT > 0
       AND REQ-INSTR-AMT > WS-SR-SGL-INSTR-LMT-AMT
       MOVE 'F20063' TO WS-RESP-CODE
       MOVE '指令金额超过授权签字人单笔限额' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '授权签字人核验通过' TO WS-RESP-MSG.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
