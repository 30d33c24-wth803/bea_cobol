*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

01  WS-LOCK-HELD-FLG       PIC X(01).
01  WS-LOCK-COUNT          PIC 9(5).

*> 外部系统客户号对照同步工作区(XREFSYNC01)：并出客户名下的外部
*> 对照在本事务内改挂到并入客户
01  WS-XREF-SYNC-TYP-CD    PIC X(02).
01  WS-XREF-FROM-CUST-NO   PIC X(20).
01  WS-XREF-TO-CUST-NO     PIC X(20).
01  WS-XREF-TGT-TENANT-NO  PIC X(10).
01  WS-XREF-ROW-COUNT      PIC 9(5).
01  WS-XREF-RESP-CODE      PIC X(06).
01  WS-XREF-RESP-MSG       PIC X(50).



*> 客户账户信息表结构
    05  CAI-UPD-TM         PIC X(26).
    05  CAI-CRT-TM         PIC X(26).

*> 证据链入链工作区(AUDCHAIN01)：各证据表的写入行按所属链的规范
*> 布局拼成400字节内容入链，链序号/摘要/入链时刻随行写入
01  WS-CHAIN-ID            PIC X(10).
01  WS-CHAIN-CONTENT       PIC X(400).
*> 归并日志链(MRGLOG)规范内容
01  WS-CHAIN-MRG-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-MRG-MRG-SEQ-NO    PIC X(14).
    05  WS-CHAIN-MRG-CUST-NO       PIC X(20).
    05  WS-CHAIN-MRG-MERGE-CUST-NO PIC X(20).
    05  WS-CHAIN-MRG-TENANT-NO     PIC X(10).
    05  WS-CHAIN-MRG-OPER-TELR-NO  PIC X(10).
    05  WS-CHAIN-MRG-ROW-COUNT     PIC 9(09).
    05  WS-CHAIN-MRG-SUPV-OVRD-FLG PIC X(01).
    05  FILLER                     PIC X(316).
*> 待复核事项链(PENDAUTH)规范内容
01  WS-CHAIN-PND-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-PND-AUTH-SEQ-NO   PIC X(14).
    05  WS-CHAIN-PND-TENANT-NO     PIC X(10).
    05  WS-CHAIN-PND-OPER-PROGRAM  PIC X(20).
    05  WS-CHAIN-PND-OPER-TYP-CD   PIC X(02).
    05  WS-CHAIN-PND-CUST-NO       PIC X(20).
    05  WS-CHAIN-PND-CRTF-TYP-CD   PIC X(02).
    05  WS-CHAIN-PND-CRTF-NO       PIC X(20).
    05  WS-CHAIN-PND-REQ-KEY       PIC X(40).
    05  WS-CHAIN-PND-REQ-DIGEST    PIC X(120).
    05  WS-CHAIN-PND-CRT-TELR-NO   PIC X(10).
    05  FILLER                     PIC X(142).
*> 归并明细日志链(MRGDTL)规范内容
01  WS-CHAIN-DTL-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-DTL-MRG-SEQ-NO    PIC X(14).
    05  WS-CHAIN-DTL-TENANT-NO     PIC X(10).
    05  WS-CHAIN-DTL-TBL-NM        PIC X(30).
    05  WS-CHAIN-DTL-ROW-COUNT     PIC 9(09).
    05  FILLER                     PIC X(337).
01  WS-CHAIN-TM            PIC X(26).
01  WS-CHAIN-SEQ-NO        PIC 9(12).
01  WS-CHAIN-PREV-HASH     PIC X(32).
01  WS-CHAIN-ROW-HASH      PIC X(32).
01  WS-CHAIN-RESP-CODE     PIC X(06).
01  WS-CHAIN-RESP-MSG      PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'CUSTMRG01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 并入客户号
    *> 登记簿中存在、在请求租户内有效并持有角色'07'
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '07' TO WS-AUTHCHK-ROLE-CD
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF
    *> 并出方同样不得为柜员本人或其关联亲属
    MOVE REQ-MERGE-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'CUSTMRG01' TO WS-MAINTWIN-PGM-ID
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

    *> 3.8) 双人复核：租户开启DUAL_CTRL_FLG时，客户归并须经另一
    *>      柜员复核通过后方可执行
    MOVE REQ-TENANT-NO TO WS-AUTH-TENANT-NO
    *> 4) 开始事务
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
       MOVE 'UPDATE CUST_ACCT_INFO' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '客户归并更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 6.5) 外部系统客户号对照改挂到并入客户，并通知相关外部系统
    PERFORM MERGE-EXT-CUST-XREF-ROWS.
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 7) 检查是否存在路由冲突
    EXEC SQL
        SELECT COUNT(*) INTO :RESP-UPDATE-COUNT
    END-IF.

    *> 7.5) 写入归并流水日志，供审计及后续撤销使用
    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-MRG-SEQ-NO TO WS-CHAIN-MRG-MRG-SEQ-NO
    MOVE REQ-CUST-NO TO WS-CHAIN-MRG-CUST-NO
    MOVE REQ-MERGE-CUST-NO TO WS-CHAIN-MRG-MERGE-CUST-NO
    MOVE REQ-TENANT-NO TO WS-CHAIN-MRG-TENANT-NO
    MOVE REQ-OPER-TELR-NO TO WS-CHAIN-MRG-OPER-TELR-NO
    MOVE WS-UPDATE-COUNT TO WS-CHAIN-MRG-ROW-COUNT
    MOVE WS-SUPV-OVERRIDE-FLG TO WS-CHAIN-MRG-SUPV-OVRD-FLG
    MOVE 'MRGLOG' TO WS-CHAIN-ID
    MOVE WS-MRG-TM TO WS-CHAIN-TM
    PERFORM CHAIN-EVIDENCE-ROW
    IF WS-CHAIN-RESP-CODE = '000000'
       EXEC SQL
           INSERT INTO CUST_ACCT_INFO_MRG_LOG
               (MRG_SEQ_NO, CUST_NO, MERGE_CUST_NO, TENANT_NO,
                OPER_TELR_NO, ROW_COUNT, REVERSED_FLG, SUPV_OVERRIDE_FLG,
                MRG_TM,
                CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH)
           VALUES
               (:WS-MRG-SEQ-NO, :REQ-CUST-NO, :REQ-MERGE-CUST-NO,
                :REQ-TENANT-NO, :REQ-OPER-TELR-NO, :WS-UPDATE-COUNT,
                '0', :WS-SUPV-OVERRIDE-FLG, :WS-CHAIN-TM,
                :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                :WS-CHAIN-ROW-HASH)
       END-EXEC
    END-IF.

    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_ACCT_INFO_MRG_LOG' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '归并日志写入失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    *> 8) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    MOVE WS-MRG-SEQ-NO TO RESP-MRG-SEQ-NO.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    *> 无论成功失败，先释放本程序持有的客户操作锁
    IF WS-LOCK-HELD-FLG = 'Y'
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-AUTH-SEQ-NO TO WS-CHAIN-PND-AUTH-SEQ-NO
    MOVE WS-AUTH-TENANT-NO TO WS-CHAIN-PND-TENANT-NO
    MOVE 'CUSTMRG01' TO WS-CHAIN-PND-OPER-PROGRAM
    MOVE '01' TO WS-CHAIN-PND-OPER-TYP-CD
    MOVE REQ-CUST-NO TO WS-CHAIN-PND-CUST-NO
    MOVE ' ' TO WS-CHAIN-PND-CRTF-TYP-CD
    MOVE ' ' TO WS-CHAIN-PND-CRTF-NO
    MOVE WS-AUTH-REQ-KEY TO WS-CHAIN-PND-REQ-KEY
    MOVE WS-AUTH-REQ-DIGEST TO WS-CHAIN-PND-REQ-DIGEST
    MOVE REQ-OPER-TELR-NO TO WS-CHAIN-PND-CRT-TELR-NO
    MOVE 'PENDAUTH' TO WS-CHAIN-ID
    MOVE SPACES TO WS-CHAIN-TM
    PERFORM CHAIN-EVIDENCE-ROW
    IF WS-CHAIN-RESP-CODE = '000000'
       EXEC SQL
           INSERT INTO CUST_PENDING_AUTH
               (AUTH_SEQ_NO, TENANT_NO, OPER_PROGRAM, OPER_TYP_CD,
                CUST_NO, CRTF_TYP_CD, CRTF_NO, REQ_KEY, REQ_DIGEST,
                STATUS_CD, CRT_TELR_NO, CRT_TM,
                CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH, UPD_TM)
           VALUES
               (:WS-AUTH-SEQ-NO, :WS-AUTH-TENANT-NO, 'CUSTMRG01',
                '01', :REQ-CUST-NO, ' ', ' ',
                :WS-AUTH-REQ-KEY, :WS-AUTH-REQ-DIGEST, '0',
                :REQ-OPER-TELR-NO,
                :WS-CHAIN-TM,
                :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                :WS-CHAIN-ROW-HASH, CURRENT_TIMESTAMP)
       END-EXEC
    END-IF.

    MOVE 'N' TO WS-AUTH-PROCEED-FLG
    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-DUAL-AUTH' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_PENDING_AUTH' TO WS-TE-OPER-CD
       MOVE 'E12021' TO WS-RESP-CODE
       MOVE '待复核记录登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-LOCK-COUNT > 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ACQUIRE-CUST-LOCKS' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_OPER_LOCK' TO WS-TE-OPER-CD
       MOVE 'E12040' TO WS-RESP-CODE
       MOVE '客户正被其他操作锁定，请稍后重试' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ACQUIRE-CUST-LOCKS' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_OPER_LOCK' TO WS-TE-OPER-CD
       *> 并发抢锁撞唯一键同样按可重试处理
       EXEC SQL ROLLBACK END-EXEC
       MOVE 'E12040' TO WS-RESP-CODE
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-MERGE-PARTIES' TO WS-TE-PARA-NM
       MOVE 'SELECT PERSONAL_CUSTOMER_LIST' TO WS-TE-OPER-CD
       MOVE 'E12016' TO WS-RESP-CODE
       MOVE '归并前名单筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-MERGE-PARTIES' TO WS-TE-PARA-NM
       MOVE 'SELECT OVS_CASH_WITHDR_BLK' TO WS-TE-OPER-CD
       MOVE 'E12017' TO WS-RESP-CODE
       MOVE '归并前黑名单筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-MERGE-PARTIES' TO WS-TE-PARA-NM
       MOVE 'SELECT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12018' TO WS-RESP-CODE
       MOVE '归并前重点关注筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
*> 一行(表名/行数/统一时间戳)，与主日志共用同一MRG_SEQ_NO，使
*> CUSTUNMRG01式的撤销对每张被触及的表都有据可查
WRITE-MRG-DTL-LOG.
    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-MRG-SEQ-NO TO WS-CHAIN-DTL-MRG-SEQ-NO
    MOVE REQ-TENANT-NO TO WS-CHAIN-DTL-TENANT-NO
    MOVE WS-DTL-TBL-NM TO WS-CHAIN-DTL-TBL-NM
    MOVE WS-DTL-ROW-COUNT TO WS-CHAIN-DTL-ROW-COUNT
    MOVE 'MRGDTL' TO WS-CHAIN-ID
    MOVE WS-MRG-TM TO WS-CHAIN-TM
    PERFORM CHAIN-EVIDENCE-ROW
    IF WS-CHAIN-RESP-CODE = '000000'
       EXEC SQL
           INSERT INTO CUST_MRG_DTL_LOG
               (MRG_SEQ_NO, TENANT_NO, TBL_NM, ROW_COUNT, MRG_TM,
                CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH)
           VALUES
               (:WS-MRG-SEQ-NO, :REQ-TENANT-NO, :WS-DTL-TBL-NM,
                :WS-DTL-ROW-COUNT, :WS-CHAIN-TM,
                :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                :WS-CHAIN-ROW-HASH)
       END-EXEC
    END-IF.

    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'WRITE-MRG-DTL-LOG' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_MRG_DTL_LOG' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '归并明细日志写入失败' TO WS-RESP-MSG
    END-IF.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MERGE-SIGN-RELATION-ROWS' TO WS-TE-PARA-NM
       MOVE 'UPDATE SIGN_RELATION_INFO' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '签约关系归并更新失败' TO WS-RESP-MSG
    ELSE

    EXEC SQL OPEN CHNL-MRG-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MERGE-CHNL-TXN-LIMIT-ROWS' TO WS-TE-PARA-NM
       MOVE 'OPEN CHNL-MRG-CUR' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '渠道限额归并游标打开失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MERGE-ONE-CHNL-LIMIT-ROW' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_CHNL_TXN_COMMOND' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE '渠道限额归并冲突检查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MERGE-ONE-CHNL-LIMIT-ROW' TO WS-TE-PARA-NM
          MOVE 'UPDATE CUST_CHNL_TXN_COMMOND' TO WS-TE-OPER-CD
          MOVE 'E12009' TO WS-RESP-CODE
          MOVE '渠道限额从严合并失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MERGE-ONE-CHNL-LIMIT-ROW' TO WS-TE-PARA-NM
          MOVE 'UPDATE CUST_CHNL_TXN_COMMOND' TO WS-TE-OPER-CD
          MOVE 'E12010' TO WS-RESP-CODE
          MOVE '并出客户渠道限额失效失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MERGE-ONE-CHNL-LIMIT-ROW' TO WS-TE-PARA-NM
          MOVE 'UPDATE CUST_CHNL_TXN_COMMOND' TO WS-TE-OPER-CD
          MOVE 'E12011' TO WS-RESP-CODE
          MOVE '渠道限额归并更新失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'WRITE-CHNL-LIMIT-BEFORE-IMG' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_CHNL_TXN_COMMOND' TO WS-TE-OPER-CD
       MOVE 'E12022' TO WS-RESP-CODE
       MOVE '并入方限额快照读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'WRITE-CHNL-LIMIT-BEFORE-IMG' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_MRG_BEFORE_IMG' TO WS-TE-OPER-CD
       MOVE 'E12023' TO WS-RESP-CODE
       MOVE '限额变更前快照写入失败' TO WS-RESP-MSG
    END-IF.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MERGE-NAME-LIST-ROWS' TO WS-TE-PARA-NM
       MOVE 'UPDATE PERSONAL_CUSTOMER_LIST' TO WS-TE-OPER-CD
       MOVE 'E12012' TO WS-RESP-CODE
       MOVE '客户名单归并更新失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MERGE-NAME-LIST-ROWS' TO WS-TE-PARA-NM
       MOVE 'UPDATE PERSONAL_CUSTOMER_LIST' TO WS-TE-OPER-CD
       MOVE 'E12013' TO WS-RESP-CODE
       MOVE '并出客户名单失效失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MARK-MERGED-CUST-PROFILE' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12014' TO WS-RESP-CODE
       MOVE '并出客户基本信息标记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MARK-MERGED-CUST-PROFILE' TO WS-TE-PARA-NM
       MOVE 'UPDATE PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12015' TO WS-RESP-CODE
       MOVE '并出客户个人信息标记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    MOVE WS-PROF-MRG-COUNT TO WS-DTL-ROW-COUNT
    PERFORM WRITE-MRG-DTL-LOG.

*> 外部系统客户号对照随归并改挂(XREFSYNC01，不提交，随本事务)：
*> 记下归并流水号，撤销归并时据以精确改回
MERGE-EXT-CUST-XREF-ROWS.
    MOVE 'MR' TO WS-XREF-SYNC-TYP-CD
    MOVE REQ-MERGE-CUST-NO TO WS-XREF-FROM-CUST-NO
    MOVE REQ-CUST-NO TO WS-XREF-TO-CUST-NO
    MOVE SPACES TO WS-XREF-TGT-TENANT-NO
    CALL 'XREFSYNC01' USING WS-XREF-SYNC-TYP-CD,
                            REQ-TENANT-NO,
                            WS-XREF-FROM-CUST-NO,
                            WS-XREF-TO-CUST-NO,
                            WS-XREF-TGT-TENANT-NO,
                            WS-MRG-SEQ-NO,
                            REQ-OPER-TELR-NO,
                            WS-XREF-ROW-COUNT,
                            WS-XREF-RESP-CODE,
                            WS-XREF-RESP-MSG
    END-CALL

    IF WS-XREF-RESP-CODE NOT = '000000'
       MOVE WS-XREF-RESP-CODE TO WS-RESP-CODE
       MOVE WS-XREF-RESP-MSG TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-XREF-ROW-COUNT > 0
       MOVE 'EXT_CUST_XREF' TO WS-DTL-TBL-NM
       MOVE WS-XREF-ROW-COUNT TO WS-DTL-ROW-COUNT
       PERFORM WRITE-MRG-DTL-LOG
    END-IF.

*> 将本次归并通知写入下游通知队列(本系统无消息中间件，
*> 以队列表承载下游系统轮询拉取，语义上等同于发一条队列消息)，
*> 失败不影响已提交的归并结果，仅记录日志供运维补发
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

*> 证据链入链：WS-CHAIN-ID/WS-CHAIN-CONTENT/WS-CHAIN-TM由调用处备好，
*> 取回链序号与摘要随后写入本行(入链时刻空白时由AUDCHAIN01取当前
*> 时刻回送，作本行时间戳)
CHAIN-EVIDENCE-ROW.
    CALL 'AUDCHAIN01' USING WS-CHAIN-ID, WS-CHAIN-CONTENT, WS-CHAIN-TM,
                            WS-CHAIN-SEQ-NO, WS-CHAIN-PREV-HASH,
                            WS-CHAIN-ROW-HASH, WS-CHAIN-RESP-CODE,
                            WS-CHAIN-RESP-MSG
    END-CALL.

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
