01  WS-RESP-MSG            PIC X(50).
01  WS-RECORD-COUNT        PIC 9(5).
01  WS-CUST-TYP-CD         PIC X(02).
01  WS-PEP-COUNT           PIC 9(5).

*> 本次落库的等级与评定依据：人工评定取请求参数，处理评级建议
*> 时取建议记录(RISKSCORE01产出)的建议等级与因子明细
01  WS-RATING-CD           PIC X(02).
01  WS-EVALT-COMNT         PIC X(100).

*> 评级建议(CUST_RISK_PROPOSAL)读取工作区
01  WS-PRPSL-TENANT-NO     PIC X(10).
01  WS-PRPSL-CUST-NO       PIC X(20).
01  WS-PRPSL-RISK-CD       PIC X(02).
01  WS-PRPSL-BASIS         PIC X(100).

*> 柜员权限校验工作区(处理评级建议须持合规岗角色'09')
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02) VALUE '09'.
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTRISKLVL01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-EVALT-ACRDGAS-COMNT
                           PIC X(100).    *> 评定依据说明
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号(合规岗)
*> 评分批(RISKSCORE01)产出的评级建议经此采纳或驳回：传入建议流水号
*> 时等级与评定依据取自建议记录，REQ-CUST-ATTN-EXTT-CD/
*> REQ-EVALT-ACRDGAS-COMNT不再使用；空白时为原有的人工评定
01  REQ-PRPSL-SEQ-NO       PIC X(14).     *> 评级建议流水号(可空)
01  REQ-PRPSL-DECN-CD      PIC X(01).     *> 建议处理(1采纳/2驳回)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
    USING REQ-CUST-NO, REQ-CUST-ATTN-EXTT-CD, REQ-EVALT-DT,
          REQ-RELS-DT, REQ-RELS-OR-ISU-ORG-NO,
          REQ-EVALT-ACRDGAS-COMNT, REQ-OPER-TELR-NO,
          REQ-PRPSL-SEQ-NO, REQ-PRPSL-DECN-CD,
          RESP-CODE, RESP-MSG.

*> 客户风险等级评定登记：合规岗记录一次评定后，当前等级落
*> CUST_RISK_RATING(每客户一条有效记录)，同时在
*> CUST_RISK_RATING_HIST追加一条历史，QURYPERCUSTRISKLEVEL/
*> QURYPERCUSTRISKHIST由这两张表取数。RISKSCORE01按因子算出的
*> 等级与当前等级不一致时只落评级建议，由合规岗在此采纳(按建议
*> 等级落库，因子明细作评定依据)或驳回
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外；
    *> 本程序请求无租户参数，按客户所属租户核对)
    MOVE '001' TO WS-MAINTWIN-TENANT-NO
    EXEC SQL
        SELECT TENANT_NO INTO :WS-MAINTWIN-TENANT-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE '001' TO WS-MAINTWIN-TENANT-NO
    END-IF
    MOVE 'MGMTRISKLVL01' TO WS-MAINTWIN-PGM-ID
    MOVE REQ-OPER-TELR-NO TO WS-MAINTWIN-TELR-NO
    MOVE 'C' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL
    IF WS-MAINTWIN-RESP-CODE NOT = '000000'
       MOVE WS-MAINTWIN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-MAINTWIN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF

    *> 1.5) 处理评级建议：驳回在此了结；采纳时取建议的等级与依据
    IF REQ-PRPSL-SEQ-NO NOT = SPACES
       PERFORM LOAD-RISK-PROPOSAL
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
       IF REQ-PRPSL-DECN-CD = '2'
          PERFORM REJECT-RISK-PROPOSAL
          GO TO EXIT-PROGRAM
       END-IF
       MOVE WS-PRPSL-RISK-CD TO WS-RATING-CD
       MOVE WS-PRPSL-BASIS TO WS-EVALT-COMNT
    ELSE
       MOVE REQ-CUST-ATTN-EXTT-CD TO WS-RATING-CD
       MOVE REQ-EVALT-ACRDGAS-COMNT TO WS-EVALT-COMNT
    END-IF.

    IF WS-RATING-CD = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '风险等级代码不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2.5) 在力的PEP本人或PEP关联人(CUST_PEP_INFO，MGMTPEP01维护)
    *>      只能评为高风险，解除认定后方可下调
    IF WS-RATING-CD NOT = 'H'
       MOVE 0 TO WS-PEP-COUNT
       EXEC SQL
           SELECT COUNT(*) INTO :WS-PEP-COUNT
             FROM CUST_PEP_INFO
            WHERE CUST_NO = :REQ-CUST-NO
              AND STATUS_CD = '1'
       END-EXEC
       IF SQLCODE = 0 AND WS-PEP-COUNT > 0
          MOVE 'F20006' TO WS-RESP-CODE
          MOVE 'PEP或PEP关联人须评为高风险' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 3) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_RISK_RATING' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '原风险等级记录失效失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
            RELS_DT, RELS_OR_ISU_ORG_NO, EVALT_ACRDGAS_COMNT,
            VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-CUST-NO, :WS-CUST-TYP-CD, :WS-RATING-CD,
            :REQ-EVALT-DT, :REQ-RELS-DT, :REQ-RELS-OR-ISU-ORG-NO,
            :WS-EVALT-COMNT, '1', :REQ-OPER-TELR-NO,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_RISK_RATING' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '风险等级记录写入失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
            RELS_OR_ISU_ORG_NO, EVALT_ACRDGAS_COMNT,
            CRT_TELR_NO, CRT_TM
        ) VALUES (
            :REQ-CUST-NO, :WS-RATING-CD, :REQ-EVALT-DT,
            :REQ-RELS-OR-ISU-ORG-NO, :WS-EVALT-COMNT,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_RISK_RATING_HIST' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '风险评定历史写入失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 6.5) 采纳的评级建议随评定同一事务结项
    IF REQ-PRPSL-SEQ-NO NOT = SPACES
       EXEC SQL
           UPDATE CUST_RISK_PROPOSAL
              SET STATUS_CD = '1',
                  DECN_TELR_NO = :REQ-OPER-TELR-NO,
                  DECN_TM = CURRENT_TIMESTAMP,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE PRPSL_SEQ_NO = :REQ-PRPSL-SEQ-NO
              AND STATUS_CD = '0'
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
          MOVE 'UPDATE CUST_RISK_PROPOSAL' TO WS-TE-OPER-CD
          MOVE 'E12006' TO WS-RESP-CODE
          MOVE '评级建议结项失败' TO WS-RESP-MSG
          EXEC SQL ROLLBACK END-EXEC
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 7) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    IF REQ-PRPSL-SEQ-NO NOT = SPACES
       MOVE '评级建议已采纳，风险等级已登记' TO WS-RESP-MSG
    ELSE
       MOVE '风险等级评定登记成功' TO WS-RESP-MSG
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 读取待处理的评级建议：须为本客户名下、状态'0'待处理；处理人
*> 须在建议所属租户持合规岗角色
LOAD-RISK-PROPOSAL.
    IF REQ-PRPSL-DECN-CD NOT = '1' AND REQ-PRPSL-DECN-CD NOT = '2'
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '建议处理代码须为1采纳或2驳回' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        SELECT TENANT_NO, CUST_NO, PRPSL_RISK_CD, FACTOR_BASIS
          INTO :WS-PRPSL-TENANT-NO, :WS-PRPSL-CUST-NO,
               :WS-PRPSL-RISK-CD, :WS-PRPSL-BASIS
          FROM CUST_RISK_PROPOSAL
         WHERE PRPSL_SEQ_NO = :REQ-PRPSL-SEQ-NO
           AND STATUS_CD = '0'
    END-EXEC.

    IF SQLCODE = 100 OR (SQLCODE = 0
                         AND WS-PRPSL-CUST-NO NOT = REQ-CUST-NO)
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '评级建议不存在、已处理或不属于该客户' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'LOAD-RISK-PROPOSAL' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_RISK_PROPOSAL' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '评级建议读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE WS-PRPSL-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
    END-IF.

*> 驳回评级建议：当前等级不动，建议置'2'并记处理人
REJECT-RISK-PROPOSAL.
    EXEC SQL
        UPDATE CUST_RISK_PROPOSAL
           SET STATUS_CD = '2',
               DECN_TELR_NO = :REQ-OPER-TELR-NO,
               DECN_TM = CURRENT_TIMESTAMP,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE PRPSL_SEQ_NO = :REQ-PRPSL-SEQ-NO
           AND STATUS_CD = '0'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REJECT-RISK-PROPOSAL' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_RISK_PROPOSAL' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '评级建议结项失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REJECT-RISK-PROPOSAL' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '评级建议已驳回，风险等级不变' TO WS-RESP-MSG.

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
    MOVE SPACES TO WS-TE-TENANT-NO
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
