IDENTIFICATION DIVISION.
PROGRAM-ID. POACHK01.

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
01  WS-DECD-FLG            PIC X(01).
01  WS-SCOPE-POS           PIC 9(02).

*> 命中的代理授权登记行：AUTH_OPER_SCOPE按位标记授权业务
*> (第1位客户资料维护/第2位签约维护/第3位销户及重新启用，
*> '1'为授权)
01  WS-POA-SEQ-NO          PIC X(14).
01  WS-POA-AUTH-OPER-SCOPE PIC X(10).
01  WS-POA-EXPIRE-DT       PIC X(08).

*> 代理人证件号码查找键：登记簿中为令牌，入参明文经CRTFTOKEN01
*> 只查不建换成令牌；令牌库没有的沿用入参(令牌化之前的旧数据)
01  WS-AGENT-CRTF-KEY      PIC X(20).
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'L'.
01  WS-CRTF-TOKEN          PIC X(20).
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(20).     *> 委托人(对私客户)编号
01  REQ-AGENT-CRTF-TYP-CD  PIC X(02).     *> 代理人证件类型代码
01  REQ-AGENT-CRTF-NO      PIC X(20).     *> 代理人证件号码
01  REQ-OPER-SCOPE-CD      PIC X(02).     *> 所办业务(01客户资料维护/
                                          *> 02签约维护/03销户及重新启用)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-POA-SEQ-NO        PIC X(14).     *> 通过时返回所凭授权流水号，
                                          *> 供调用方审计留痕

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-AGENT-CRTF-TYP-CD,
          REQ-AGENT-CRTF-NO, REQ-OPER-SCOPE-CD,
          RESP-CODE, RESP-MSG, RESP-POA-SEQ-NO.

*> 代理人授权共享检查(用法同SIGNRCHK01)：核实代对私客户办理的
*> 代理人在CUST_POA_AGENT(MGMTPOA01维护)中有覆盖所办业务的有效
*> 授权——登记在力、已到生效日、未过到期日、委托人未登记死亡。
*> 到期/身故的授权在此实时失效，不等POALAPSE01夜间落状态。
*> 调用方(MGMT-PER-CUST-INFO/MGMTSIGNREL01/CUSTCLS01)据F码拒绝
*> 办理；通过回000000并带回授权流水号
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-POA-SEQ-NO

    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       OR REQ-AGENT-CRTF-TYP-CD = SPACES
       OR REQ-AGENT-CRTF-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号/代理人证件不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    EVALUATE REQ-OPER-SCOPE-CD
       WHEN '01'
          MOVE 1 TO WS-SCOPE-POS
       WHEN '02'
          MOVE 2 TO WS-SCOPE-POS
       WHEN '03'
          MOVE 3 TO WS-SCOPE-POS
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法业务范围代码' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 委托人身故即授权终止(民法上委托关系随委托人死亡终止)
    MOVE '0' TO WS-DECD-FLG
    EXEC SQL
        SELECT COALESCE(DECD_FLG, '0') INTO :WS-DECD-FLG
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '代理授权检查失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-DECD-FLG = '1'
       MOVE 'F20071' TO WS-RESP-CODE
       MOVE '委托人已登记死亡，代理授权已终止' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE REQ-AGENT-CRTF-NO TO WS-AGENT-CRTF-KEY
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-AGENT-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-TOKEN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF
    IF WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO WS-AGENT-CRTF-KEY
    END-IF

    *> 同一代理人同一委托人仅一条在力授权(MGMTPOA01登记时把关)
    EXEC SQL
        SELECT POA_SEQ_NO, AUTH_OPER_SCOPE, EXPIRE_DT
          INTO :WS-POA-SEQ-NO, :WS-POA-AUTH-OPER-SCOPE,
               :WS-POA-EXPIRE-DT
          FROM CUST_POA_AGENT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND AGENT_CRTF_TYP_CD = :REQ-AGENT-CRTF-TYP-CD
           AND AGENT_CRTF_NO = :WS-AGENT-CRTF-KEY
           AND STATUS_CD = '1'
           AND EFFT_DT <= :WS-CURRENT-DATE
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20070' TO WS-RESP-CODE
       MOVE '代理人无该客户的有效代理授权' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '代理授权检查失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-POA-EXPIRE-DT < WS-CURRENT-DATE
       MOVE 'F20072' TO WS-RESP-CODE
       MOVE '代理授权已过期' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-POA-AUTH-OPER-SCOPE(WS-SCOPE-POS:1) NOT = '1'
       MOVE 'F20073' TO WS-RESP-CODE
       MOVE '代理授权范围不含该项业务' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE WS-POA-SEQ-NO TO RESP-POA-SEQ-NO
    MOVE '000000' TO WS-RESP-CODE
    MOVE '代理授权核验通过' TO WS-RESP-MSG.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
