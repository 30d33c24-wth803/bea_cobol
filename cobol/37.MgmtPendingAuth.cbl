01  WS-I                   PIC 9(3).
01  WS-MAKER-TELR-NO       PIC X(10).
01  WS-FILTER-CRT-TS       PIC X(10).
01  WS-PEND-OPER-PROGRAM   PIC X(20).
01  WS-PEND-CUST-NO        PIC X(20).

*> 柜员权限校验工作区：PEP开户(CRTPERC01)的复核通过须由持高管
*> 角色'10'的柜员批准，经AUTHCHK01核实；复核通过/驳回一律带上
*> 待复核事项的客户号，复核柜员不得批本人及关联亲属的申请
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 摘要解码工作区：REQ_DIGEST是经办程序平铺的取值串，复核人
*> 此前对着120字符裸串批单。按来源程序的平铺布局解码回带
    05  WS-FD-END-DT       PIC X(08).
    05  WS-FD-SCOPE-CD     PIC X(02).
    05  FILLER             PIC X(72).
01  WS-POA-DIGEST REDEFINES WS-RAW-DIGEST.
    05  WS-PD-AGENT-CRTF-TYP PIC X(02).
    05  WS-PD-AGENT-CRTF-NO  PIC X(20).
    05  WS-PD-AGENT-RELA-CD  PIC X(02).
    05  WS-PD-AUTH-OPER-SCOPE PIC X(10).
    05  WS-PD-EFFT-DT        PIC X(08).
    05  WS-PD-EXPIRE-DT      PIC X(08).
    05  WS-PD-DOC-REF        PIC X(30).
    05  FILLER               PIC X(40).
01  WS-PEP-DIGEST REDEFINES WS-RAW-DIGEST.
    05  WS-PEP-D-CATG-CD     PIC X(02).
    05  WS-PEP-D-PSTN-DESC   PIC X(60).
    05  WS-PEP-D-CUST-NM     PIC X(50).
    05  FILLER               PIC X(08).
01  WS-AGG-DIGEST REDEFINES WS-RAW-DIGEST.
    05  WS-AGD-DAY-AMT       PIC X(12).
    05  WS-AGD-MON-AMT       PIC X(12).
    05  WS-AGD-CURR          PIC X(03).
    05  WS-AGD-LVL-CD        PIC X(02).
    05  FILLER               PIC X(91).
01  WS-PROT-DIGEST REDEFINES WS-RAW-DIGEST.
    05  WS-PRD-VULN-FLG      PIC X(01).
    05  WS-PRD-VULN-RSN-CD   PIC X(02).
    05  WS-PRD-TRST-SORC-CD  PIC X(01).
    05  WS-PRD-TRST-CUST-NO  PIC X(20).
    05  WS-PRD-TRST-MOBILE   PIC X(20).
    05  WS-PRD-TRST-NM       PIC X(60).
    05  FILLER               PIC X(16).
01  WS-SRL-DIGEST REDEFINES WS-RAW-DIGEST.
    05  WS-SRD-RULE-SET-CD   PIC X(10).
    05  WS-SRD-TERMINAL-CD   PIC X(02).
    05  WS-SRD-RSN-CD        PIC X(04).
    05  WS-SRD-ACTION-CD     PIC X(01).
    05  WS-SRD-EFFT-DT       PIC X(08).
    05  WS-SRD-EXPIRE-DT     PIC X(08).
    05  FILLER               PIC X(87).
01  WS-RENDERED            PIC X(200).

*> 证件号码掩码工作区：待复核事项里的证件号码为令牌，清单与
*> 解码摘要中换成CRTFTOKEN01掩码号供复核人辨认
01  WS-MASK-MODE-CD        PIC X(01) VALUE 'M'.
01  WS-MASK-CRTF-NO        PIC X(20).
01  WS-MASK-TOKEN          PIC X(20).
01  WS-MASK-RESULT         PIC X(20).
01  WS-MASK-RESP-CODE      PIC X(06).
01  WS-MASK-RESP-MSG       PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTPENDAUTH01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外；
    *> 查询(01)不受限)
    IF REQ-OPER-TYP-CD NOT = '01'
       MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
       MOVE 'MGMTPENDAUTH01' TO WS-MAINTWIN-PGM-ID
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
    END-IF

    *> 2) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 查询本租户待复核事项
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

    EXEC SQL OPEN PEND-AUTH-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'LIST-PENDING-AUTH' TO WS-TE-PARA-NM
       MOVE 'OPEN PEND-AUTH-CUR' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '游标打开失败' TO WS-RESP-MSG
       EXIT PARAGRAPH

       IF SQLCODE = 0
          PERFORM RENDER-ONE-DIGEST
          MOVE RESP-CRTF-NO(WS-I) TO WS-MASK-CRTF-NO
          PERFORM MASK-CRTF-NO
          MOVE WS-MASK-CRTF-NO TO RESP-CRTF-NO(WS-I)
          ADD 1 TO WS-I
       END-IF
    END-PERFORM.
    END-IF.

*> 复核通过：复核柜员不得与经办柜员相同，通过后置状态为'1'，
*> 原渠道重新发起的同一请求在经办程序中消费该记录并执行。
*> 复核时刻另记APPR_TM(UPD_TM随后被消费/作废覆盖)，供经办复核
*> 串通分析(MKCKANAL01)计算复核时长。
*> PEP开户(CRTPERC01)属高管审批事项，复核柜员须持高管角色'10'
APPROVE-PENDING-AUTH.
    EXEC SQL
        SELECT CRT_TELR_NO, OPER_PROGRAM, COALESCE(CUST_NO, ' ')
          INTO :WS-MAKER-TELR-NO, :WS-PEND-OPER-PROGRAM,
               :WS-PEND-CUST-NO
          FROM CUST_PENDING_AUTH
         WHERE AUTH_SEQ_NO = :REQ-AUTH-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
       EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-AUTHCHK-ROLE-CD
    IF WS-PEND-OPER-PROGRAM = 'CRTPERC01'
       MOVE '10' TO WS-AUTHCHK-ROLE-CD
    END-IF
    PERFORM CHECK-APPROVER-AUTH
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'APPROVE-PENDING-AUTH' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
        UPDATE CUST_PENDING_AUTH
           SET STATUS_CD = '1',
               APPR_TELR_NO = :REQ-OPER-TELR-NO,
               APPR_TM = CURRENT_TIMESTAMP,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE AUTH_SEQ_NO = :REQ-AUTH-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'APPROVE-PENDING-AUTH' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_PENDING_AUTH' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '复核通过更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'APPROVE-PENDING-AUTH' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
*> 驳回：置状态为'3'，记录复核柜员
REJECT-PENDING-AUTH.
    EXEC SQL
        SELECT CRT_TELR_NO, COALESCE(CUST_NO, ' ')
          INTO :WS-MAKER-TELR-NO, :WS-PEND-CUST-NO
          FROM CUST_PENDING_AUTH
         WHERE AUTH_SEQ_NO = :REQ-AUTH-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
       EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-AUTHCHK-ROLE-CD
    PERFORM CHECK-APPROVER-AUTH
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REJECT-PENDING-AUTH' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
        UPDATE CUST_PENDING_AUTH
           SET STATUS_CD = '3',
               APPR_TELR_NO = :REQ-OPER-TELR-NO,
               APPR_TM = CURRENT_TIMESTAMP,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE AUTH_SEQ_NO = :REQ-AUTH-SEQ-NO
           AND TENANT_NO = :REQ-TENANT-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REJECT-PENDING-AUTH' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_PENDING_AUTH' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '驳回更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REJECT-PENDING-AUTH' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    MOVE '000000' TO WS-RESP-CODE
    MOVE '待复核事项已驳回' TO WS-RESP-MSG.

*> 复核柜员校验(经AUTHCHK01)：WS-AUTHCHK-ROLE-CD由调用处按来源
*> 程序预置(PEP开户'10'，其余空白只核实柜员在册)；待复核事项的
*> 客户号一并送入，复核柜员本人或其关联亲属的申请一律拒绝
CHECK-APPROVER-AUTH.
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE WS-PEND-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       IF WS-AUTHCHK-RESP-CODE = 'F20052'
          MOVE 'PEP开户须由高管角色柜员复核' TO WS-RESP-MSG
       ELSE
          MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
       END-IF
    END-IF.

*> 按来源程序解码第WS-I条摘要为带标签字段：限额维护/限额临时
*> 调升/司法冻结/代理授权/PEP开户按各自平铺布局拆解，其余程序原样
*> 回显——复核人批的是看得懂的内容
*> 证件号码掩码：空白(无证件的事项)原样空白
MASK-CRTF-NO.
    IF WS-MASK-CRTF-NO = SPACES
       EXIT PARAGRAPH
    END-IF
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-MASK-CRTF-NO,
                             WS-MASK-TOKEN, WS-MASK-RESULT,
                             WS-MASK-RESP-CODE, WS-MASK-RESP-MSG
    END-CALL
    MOVE WS-MASK-RESULT TO WS-MASK-CRTF-NO.

RENDER-ONE-DIGEST.
    MOVE RESP-REQ-DIGEST(WS-I) TO WS-RAW-DIGEST
    MOVE SPACES TO WS-RENDERED
                 WS-FD-SCOPE-CD DELIMITED BY SIZE
            INTO WS-RENDERED
          END-STRING
       WHEN 'MGMTPOA01'
          MOVE WS-PD-AGENT-CRTF-NO TO WS-MASK-CRTF-NO
          PERFORM MASK-CRTF-NO
          MOVE WS-MASK-CRTF-NO TO WS-PD-AGENT-CRTF-NO
          STRING '代理人:' DELIMITED BY SIZE
                 WS-PD-AGENT-CRTF-TYP DELIMITED BY SIZE
                 '/'      DELIMITED BY SIZE
                 WS-PD-AGENT-CRTF-NO DELIMITED BY SIZE
                 ' 关系:' DELIMITED BY SIZE
                 WS-PD-AGENT-RELA-CD DELIMITED BY SIZE
                 ' 授权业务:' DELIMITED BY SIZE
                 WS-PD-AUTH-OPER-SCOPE DELIMITED BY SIZE
                 ' 起:'   DELIMITED BY SIZE
                 WS-PD-EFFT-DT DELIMITED BY SIZE
                 ' 止:'   DELIMITED BY SIZE
                 WS-PD-EXPIRE-DT DELIMITED BY SIZE
                 ' 委托书:' DELIMITED BY SIZE
                 WS-PD-DOC-REF DELIMITED BY SIZE
            INTO WS-RENDERED
          END-STRING
       WHEN 'CRTPERC01'
          STRING 'PEP开户 客户:' DELIMITED BY SIZE
                 WS-PEP-D-CUST-NM DELIMITED BY SIZE
                 ' 类别:' DELIMITED BY SIZE
                 WS-PEP-D-CATG-CD DELIMITED BY SIZE
                 ' 职务:' DELIMITED BY SIZE
                 WS-PEP-D-PSTN-DESC DELIMITED BY SIZE
            INTO WS-RENDERED
          END-STRING
       WHEN 'MGMTAGGRLMT01'
          STRING '全渠道日额:' DELIMITED BY SIZE
                 WS-AGD-DAY-AMT DELIMITED BY SIZE
                 ' 月额:' DELIMITED BY SIZE
                 WS-AGD-MON-AMT DELIMITED BY SIZE
                 ' 币种:' DELIMITED BY SIZE
                 WS-AGD-CURR DELIMITED BY SIZE
                 ' 等级缺省:' DELIMITED BY SIZE
                 WS-AGD-LVL-CD DELIMITED BY SIZE
            INTO WS-RENDERED
          END-STRING
       WHEN 'MGMTCUSTPROT01'
          STRING '脆弱标志:' DELIMITED BY SIZE
                 WS-PRD-VULN-FLG DELIMITED BY SIZE
                 ' 原因:' DELIMITED BY SIZE
                 WS-PRD-VULN-RSN-CD DELIMITED BY SIZE
                 ' 可信联系人来源:' DELIMITED BY SIZE
                 WS-PRD-TRST-SORC-CD DELIMITED BY SIZE
                 ' 客户号:' DELIMITED BY SIZE
                 WS-PRD-TRST-CUST-NO DELIMITED BY SIZE
                 ' 手机:' DELIMITED BY SIZE
                 WS-PRD-TRST-MOBILE DELIMITED BY SIZE
                 ' 姓名:' DELIMITED BY SIZE
                 WS-PRD-TRST-NM DELIMITED BY SIZE
            INTO WS-RENDERED
          END-STRING
       WHEN 'MGMTSCRNRULE01'
          STRING '规则集:' DELIMITED BY SIZE
                 WS-SRD-RULE-SET-CD DELIMITED BY SIZE
                 ' 渠道:' DELIMITED BY SIZE
                 WS-SRD-TERMINAL-CD DELIMITED BY SIZE
                 ' 原因:' DELIMITED BY SIZE
                 WS-SRD-RSN-CD DELIMITED BY SIZE
                 ' 处置:' DELIMITED BY SIZE
                 WS-SRD-ACTION-CD DELIMITED BY SIZE
                 ' 生效:' DELIMITED BY SIZE
                 WS-SRD-EFFT-DT DELIMITED BY SIZE
                 ' 失效:' DELIMITED BY SIZE
                 WS-SRD-EXPIRE-DT DELIMITED BY SIZE
            INTO WS-RENDERED
          END-STRING
       WHEN OTHER
          MOVE WS-RAW-DIGEST TO WS-RENDERED
    END-EVALUATE

    MOVE WS-RENDERED TO RESP-DIGEST-RENDERED(WS-I).

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
    MOVE REQ-AUTH-SEQ-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
