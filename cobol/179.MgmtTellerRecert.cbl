IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTRECERT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-I                   PIC 9(3).
01  WS-RECORD-COUNT        PIC 9(7).

*> 认证条目与活动快照
01  WS-ITEM-BRANCH-NO      PIC X(10).
01  WS-ITEM-STATUS-CD      PIC X(01).
01  WS-CAMPAIGN-STATUS-CD  PIC X(01).
01  WS-NEW-ITEM-STATUS-CD  PIC X(01).

*> 角色收回工作区(同TELRRECERT01的角色串布局)
01  WS-ROLE-CDS            PIC X(20).
01  WS-ROLE-SLOT-TABLE REDEFINES WS-ROLE-CDS.
    05  WS-ROLE-SLOT       OCCURS 10 PIC X(02).
01  WS-NEW-ROLE-CDS        PIC X(20).
01  WS-NEW-SLOT-TABLE REDEFINES WS-NEW-ROLE-CDS.
    05  WS-NEW-SLOT        OCCURS 10 PIC X(02).
01  WS-R                   PIC 9(02).
01  WS-N                   PIC 9(02).
01  WS-ROLE-REMOVED        PIC X(01).

*> 柜员权限校验工作区(认证由网点负责人角色'11'办理；认证证据
*> 查询另准调查取证角色'08'供内审调阅)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTRECERT01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CAMPAIGN-ID        PIC X(06).     *> 认证活动号(YYYYQn，查询
                                          *> 时可空)
01  REQ-TELR-NO            PIC X(10).     *> 被认证柜员号(查询时可空)
01  REQ-ROLE-CD            PIC X(02).     *> 被认证角色(认证时必传)
01  REQ-BRANCH-NO          PIC X(10).     *> 网点编号(查询过滤，可空)
01  REQ-ATTEST-COMNT       PIC X(100).    *> 认证意见(收回时必填)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01确认/
                                          *> 02收回/03查询认证证据)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-ITEM-COUNT        PIC 9(3).
01  RESP-ITEM-TABLE.
    05  RESP-ITEM-ENTRY OCCURS 50
                        DEPENDING ON RESP-ITEM-COUNT
                        INDEXED BY RESP-ITEM-INDEX.
        10  RESP-IT-CAMPAIGN-ID   PIC X(06).
        10  RESP-IT-TELR-NO       PIC X(10).
        10  RESP-IT-ROLE-CD       PIC X(02).
        10  RESP-IT-BRANCH-NO     PIC X(10).
        10  RESP-IT-STATUS-CD     PIC X(01).  *> 0待认证/1确认/
                                              *> 2收回/3逾期收回
        10  RESP-IT-ATTEST-TELR   PIC X(10).
        10  RESP-IT-ATTEST-TM     PIC X(26).
        10  RESP-IT-ATTEST-COMNT  PIC X(100).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CAMPAIGN-ID, REQ-TELR-NO, REQ-ROLE-CD,
          REQ-BRANCH-NO, REQ-ATTEST-COMNT, REQ-OPER-TYP-CD,
          REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG, RESP-ITEM-COUNT, RESP-ITEM-TABLE.

*> 柜员权限重新认证：TELRRECERT01按季对每个柜员的每个角色生成
*> 待认证条目，柜员归属网点(或其上级网点)的网点负责人在此逐条
*> 确认(01，角色保留)或收回(02，角色即时从ROLE_CDS去掉并写
*> TELLER_INFO_CHG_AUDIT)。不得认证本人角色；认证人/时间/意见
*> 落在条目上，查询(03)按活动/柜员/网点调阅认证证据
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO RESP-ITEM-COUNT

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF (REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02')
       AND (REQ-CAMPAIGN-ID = SPACES OR REQ-TELR-NO = SPACES
            OR REQ-ROLE-CD = SPACES)
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '活动号/柜员号/角色不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '02' AND REQ-ATTEST-COMNT = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '收回意见不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外；
    *> 查询(03)不受限)
    IF REQ-OPER-TYP-CD NOT = '03'
       MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
       MOVE 'MGMTRECERT01' TO WS-MAINTWIN-PGM-ID
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
       WHEN '01'  *> 确认
          MOVE '1' TO WS-NEW-ITEM-STATUS-CD
          PERFORM ATTEST-RECERT-ITEM
       WHEN '02'  *> 收回
          MOVE '2' TO WS-NEW-ITEM-STATUS-CD
          PERFORM ATTEST-RECERT-ITEM
       WHEN '03'  *> 查询认证证据
          PERFORM LIST-RECERT-ITEMS
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 确认/收回一条待认证条目
ATTEST-RECERT-ITEM.
    *> 网点负责人角色'11'
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '11' TO WS-AUTHCHK-ROLE-CD
    MOVE SPACES TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF REQ-TELR-NO = REQ-OPER-TELR-NO
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '不得认证本人角色' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        SELECT I.BRANCH_NO, I.STATUS_CD, C.STATUS_CD
          INTO :WS-ITEM-BRANCH-NO, :WS-ITEM-STATUS-CD,
               :WS-CAMPAIGN-STATUS-CD
          FROM TELR_RECERT_ITEM I
          JOIN TELR_RECERT_CAMPAIGN C
            ON C.CAMPAIGN_ID = I.CAMPAIGN_ID
         WHERE I.CAMPAIGN_ID = :REQ-CAMPAIGN-ID
           AND I.TENANT_NO = :REQ-TENANT-NO
           AND I.TELR_NO = :REQ-TELR-NO
           AND I.ROLE_CD = :REQ-ROLE-CD
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '认证条目不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ATTEST-RECERT-ITEM' TO WS-TE-PARA-NM
       MOVE 'SELECT TELR_RECERT_ITEM' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '认证条目读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-CAMPAIGN-STATUS-CD NOT = '0'
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '认证活动已关闭' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-ITEM-STATUS-CD NOT = '0'
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '该条目已认证或已收回' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    *> 认证人须在被认证柜员归属网点或其上级网点任职
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM TELLER_INFO T
         WHERE T.TELR_NO = :REQ-OPER-TELR-NO
           AND T.TENANT_NO = :REQ-TENANT-NO
           AND T.VALID_FLG = '1'
           AND (T.BRANCH_NO = :WS-ITEM-BRANCH-NO
                OR EXISTS (SELECT 1
                             FROM BRANCH_INFO B
                            WHERE B.TENANT_NO = T.TENANT_NO
                              AND B.BRANCH_NO = :WS-ITEM-BRANCH-NO
                              AND B.PARENT_BRANCH_NO = T.BRANCH_NO))
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ATTEST-RECERT-ITEM' TO WS-TE-PARA-NM
       MOVE 'SELECT TELLER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '认证人网点读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-RECORD-COUNT = 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '非被认证柜员所属网点负责人' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ATTEST-RECERT-ITEM' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE TELR_RECERT_ITEM
           SET STATUS_CD = :WS-NEW-ITEM-STATUS-CD,
               ATTEST_TELR_NO = :REQ-OPER-TELR-NO,
               ATTEST_COMNT = :REQ-ATTEST-COMNT,
               ATTEST_TM = CURRENT_TIMESTAMP,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CAMPAIGN_ID = :REQ-CAMPAIGN-ID
           AND TENANT_NO = :REQ-TENANT-NO
           AND TELR_NO = :REQ-TELR-NO
           AND ROLE_CD = :REQ-ROLE-CD
           AND STATUS_CD = '0'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ATTEST-RECERT-ITEM' TO WS-TE-PARA-NM
       MOVE 'UPDATE TELR_RECERT_ITEM' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '认证条目更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    IF WS-NEW-ITEM-STATUS-CD = '2'
       PERFORM REVOKE-TELLER-ROLE
       IF WS-RESP-CODE NOT = 'E99999'
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF
    END-IF.

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ATTEST-RECERT-ITEM' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    IF WS-NEW-ITEM-STATUS-CD = '2'
       MOVE '角色已收回' TO WS-RESP-MSG
    ELSE
       MOVE '角色认证已确认' TO WS-RESP-MSG
    END-IF.

*> 收回：角色从ROLE_CDS去掉(其余角色依次前移)并写柜员变更审计
REVOKE-TELLER-ROLE.
    MOVE SPACES TO WS-ROLE-CDS
    EXEC SQL
        SELECT ROLE_CDS INTO :WS-ROLE-CDS
          FROM TELLER_INFO
         WHERE TELR_NO = :REQ-TELR-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG IN ('1', '2')
    END-EXEC.

    IF SQLCODE = 100
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REVOKE-TELLER-ROLE' TO WS-TE-PARA-NM
       MOVE 'SELECT TELLER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '柜员角色读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO WS-ROLE-REMOVED
    MOVE SPACES TO WS-NEW-ROLE-CDS
    MOVE 0 TO WS-N
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 10
       IF WS-ROLE-SLOT(WS-R) = REQ-ROLE-CD
          MOVE 'Y' TO WS-ROLE-REMOVED
       ELSE
          IF WS-ROLE-SLOT(WS-R) NOT = SPACES
             ADD 1 TO WS-N
             MOVE WS-ROLE-SLOT(WS-R) TO WS-NEW-SLOT(WS-N)
          END-IF
       END-IF
    END-PERFORM.

    IF WS-ROLE-REMOVED NOT = 'Y'
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE TELLER_INFO
           SET ROLE_CDS = :WS-NEW-ROLE-CDS,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TELR_NO = :REQ-TELR-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG IN ('1', '2')
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REVOKE-TELLER-ROLE' TO WS-TE-PARA-NM
       MOVE 'UPDATE TELLER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '柜员角色收回失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO TELLER_INFO_CHG_AUDIT (
            TELR_NO, TENANT_NO, FLD_NM, OLD_VAL, NEW_VAL,
            OPER_TELR_NO, CHG_TM
        ) VALUES (
            :REQ-TELR-NO, :REQ-TENANT-NO, 'ROLE_CDS', :WS-ROLE-CDS,
            :WS-NEW-ROLE-CDS, :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REVOKE-TELLER-ROLE' TO WS-TE-PARA-NM
       MOVE 'INSERT TELLER_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '角色收回审计写入失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

*> 查询认证证据(最多50条，按活动/网点/柜员/角色排序)：网点
*> 负责人('11')或调查取证岗('08')可调阅
LIST-RECERT-ITEMS.
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '11' TO WS-AUTHCHK-ROLE-CD
    MOVE SPACES TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE '08' TO WS-AUTHCHK-ROLE-CD
       CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                              WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                              WS-AUTHCHK-RESP-CODE,
                              WS-AUTHCHK-RESP-MSG
       END-CALL
    END-IF.
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE 1 TO WS-I
    EXEC SQL
        DECLARE RECERT-LIST-CUR CURSOR FOR
        SELECT CAMPAIGN_ID, TELR_NO, ROLE_CD, BRANCH_NO, STATUS_CD,
               ATTEST_TELR_NO, COALESCE(ATTEST_TM, ' '),
               ATTEST_COMNT
          FROM TELR_RECERT_ITEM
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND (:REQ-CAMPAIGN-ID = SPACES
                OR CAMPAIGN_ID = :REQ-CAMPAIGN-ID)
           AND (:REQ-TELR-NO = SPACES OR TELR_NO = :REQ-TELR-NO)
           AND (:REQ-ROLE-CD = SPACES OR ROLE_CD = :REQ-ROLE-CD)
           AND (:REQ-BRANCH-NO = SPACES
                OR BRANCH_NO = :REQ-BRANCH-NO)
         ORDER BY CAMPAIGN_ID DESC, BRANCH_NO, TELR_NO, ROLE_CD
    END-EXEC.

    EXEC SQL OPEN RECERT-LIST-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'LIST-RECERT-ITEMS' TO WS-TE-PARA-NM
       MOVE 'OPEN RECERT-LIST-CUR' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '认证条目游标打开失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM UNTIL SQLCODE NOT = 0 OR WS-I > 50
       EXEC SQL
           FETCH RECERT-LIST-CUR
            INTO :RESP-IT-CAMPAIGN-ID(WS-I), :RESP-IT-TELR-NO(WS-I),
                 :RESP-IT-ROLE-CD(WS-I), :RESP-IT-BRANCH-NO(WS-I),
                 :RESP-IT-STATUS-CD(WS-I),
                 :RESP-IT-ATTEST-TELR(WS-I),
                 :RESP-IT-ATTEST-TM(WS-I),
                 :RESP-IT-ATTEST-COMNT(WS-I)
       END-EXEC

       IF SQLCODE = 0
          ADD 1 TO WS-I
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE RECERT-LIST-CUR END-EXEC.

    COMPUTE RESP-ITEM-COUNT = WS-I - 1.

    IF RESP-ITEM-COUNT = 0
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '无认证记录' TO WS-RESP-MSG
    ELSE
       MOVE '000000' TO WS-RESP-CODE
       MOVE '查询成功' TO WS-RESP-MSG
    END-IF.

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
    MOVE REQ-CAMPAIGN-ID TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
