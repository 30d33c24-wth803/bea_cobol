IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTCMPGN01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-RECORD-COUNT        PIC 9(5).
01  WS-OPER-TYPE           PIC X(03).
01  WS-CMPGN-STUS-CD       PIC X(01).
01  WS-TAG-COUNT           PIC 9(5).
01  WS-CURRENT-DATE        PIC X(08).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCMPGN01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CMPGN-ID           PIC X(12).     *> 营销活动编号
01  REQ-CMPGN-NM           PIC X(60).     *> 活动名称
01  REQ-CHNL-CD            PIC X(02).     *> 触达渠道(01短信/02邮件/
                                          *> 03电话/04信函)
01  REQ-START-DT           PIC X(08).     *> 活动开始日期
01  REQ-END-DT             PIC X(08).     *> 活动结束日期
01  REQ-CUST-LVL-CD        PIC X(02).     *> 客户等级(空=不限)
01  REQ-BAL-MIN-AMT        PIC S9(13)V99 COMP-3. *> 快照余额下限
                                          *> (0=不设)
01  REQ-BAL-MAX-AMT        PIC S9(13)V99 COMP-3. *> 快照余额上限
                                          *> (0=不设)
01  REQ-AGE-MIN            PIC 9(03).     *> 年龄下限(0=不设)
01  REQ-AGE-MAX            PIC 9(03).     *> 年龄上限(0=不设)
01  REQ-BRANCH-NO          PIC X(10).     *> 归属网点(空=不限)
01  REQ-TAG-CD             PIC X(10).     *> 客户标签(空=不限)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/03撤销)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CMPGN-ID, REQ-CMPGN-NM, REQ-CHNL-CD,
          REQ-START-DT, REQ-END-DT, REQ-CUST-LVL-CD,
          REQ-BAL-MIN-AMT, REQ-BAL-MAX-AMT, REQ-AGE-MIN, REQ-AGE-MAX,
          REQ-BRANCH-NO, REQ-TAG-CD,
          REQ-OPER-TYP-CD, REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 营销活动登记维护：营销部门以往自己写SQL拉名单，勿扰客户照样
*> 被联络。活动登记到MKT_CAMPAIGN(租户+活动编号)，带触达渠道、
*> 活动起止日期与选客条件(客户等级/快照余额区间/年龄区间/归属
*> 网点/客户标签，空或0即不限)。登记后状态0待筛选，由夜间批
*> CMPGNSEL01按条件选客、剔除不可联络客户并出各渠道名单文件，
*> 选客后状态1；状态1的活动条件不许再改，以免名单与条件对不上。
*> 撤销置状态9，已选名单与回执留存供CMPGNRPT01统计
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-CMPGN-ID = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/活动编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02'
       PERFORM VALIDATE-CMPGN-CRITERIA
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'MOD' TO WS-OPER-TYPE
       WHEN '03'  *> 撤销
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCMPGN01' TO WS-MAINTWIN-PGM-ID
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

    *> 3) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4) 根据操作类型执行相应操作
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          PERFORM ADD-CMPGN-ENTRY
       WHEN 'MOD'
          PERFORM MOD-CMPGN-ENTRY
       WHEN 'DEL'
          PERFORM DEL-CMPGN-ENTRY
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 5) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 6) 成功返回
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE '营销活动登记成功' TO WS-RESP-MSG
       WHEN 'MOD'
          MOVE '营销活动修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '营销活动撤销成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 活动名称、渠道、起止日期与选客条件校验：渠道取CNTCPREFCHK01
*> 同一套联络渠道代码，结束日不早于开始日与当日；余额/年龄上限
*> 为0即不设，设了的不得低于下限；指定标签须在标签目录中有效
VALIDATE-CMPGN-CRITERIA.
    IF REQ-CMPGN-NM = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '活动名称不能为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-CHNL-CD NOT = '01' AND REQ-CHNL-CD NOT = '02'
       AND REQ-CHNL-CD NOT = '03' AND REQ-CHNL-CD NOT = '04'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '触达渠道必须为01至04之一' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-START-DT IS NOT NUMERIC OR REQ-END-DT IS NOT NUMERIC
       OR REQ-END-DT < REQ-START-DT
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '活动起止日期不合法' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-END-DT < WS-CURRENT-DATE
       MOVE 'F20011' TO WS-RESP-CODE
       MOVE '活动结束日期早于当前日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-BAL-MIN-AMT < 0 OR REQ-BAL-MAX-AMT < 0
       OR (REQ-BAL-MAX-AMT > 0
           AND REQ-BAL-MAX-AMT < REQ-BAL-MIN-AMT)
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '余额区间不合法' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-AGE-MIN IS NOT NUMERIC OR REQ-AGE-MAX IS NOT NUMERIC
       OR (REQ-AGE-MAX > 0 AND REQ-AGE-MAX < REQ-AGE-MIN)
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '年龄区间不合法' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-TAG-CD NOT = SPACES
       MOVE 0 TO WS-TAG-COUNT
       EXEC SQL
           SELECT COUNT(*) INTO :WS-TAG-COUNT
             FROM CUST_TAG_CATALOG
            WHERE TAG_CD = :REQ-TAG-CD
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE NOT = 0 OR WS-TAG-COUNT = 0
          MOVE 'F20007' TO WS-RESP-CODE
          MOVE '客户标签不存在或已停用' TO WS-RESP-MSG
       END-IF
    END-IF.

*> 取活动当前状态(不存在回空)
READ-CMPGN-STATUS.
    MOVE SPACES TO WS-CMPGN-STUS-CD
    EXEC SQL
        SELECT STUS_CD INTO :WS-CMPGN-STUS-CD
          FROM MKT_CAMPAIGN
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CMPGN_ID = :REQ-CMPGN-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-CMPGN-STUS-CD
    END-IF.

*> 新增活动，状态0待筛选
ADD-CMPGN-ENTRY.
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM MKT_CAMPAIGN
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CMPGN_ID = :REQ-CMPGN-ID
    END-EXEC.

    IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '该营销活动已存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO MKT_CAMPAIGN (
            TENANT_NO, CMPGN_ID, CMPGN_NM, CHNL_CD, START_DT, END_DT,
            CUST_LVL_CD, BAL_MIN_AMT, BAL_MAX_AMT, AGE_MIN, AGE_MAX,
            BRANCH_NO, TAG_CD, STUS_CD, SEL_DT, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CMPGN-ID, :REQ-CMPGN-NM,
            :REQ-CHNL-CD, :REQ-START-DT, :REQ-END-DT,
            :REQ-CUST-LVL-CD, :REQ-BAL-MIN-AMT, :REQ-BAL-MAX-AMT,
            :REQ-AGE-MIN, :REQ-AGE-MAX, :REQ-BRANCH-NO, :REQ-TAG-CD,
            '0', ' ', '1', :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CMPGN-ENTRY' TO WS-TE-PARA-NM
       MOVE 'INSERT MKT_CAMPAIGN' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '营销活动新增失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 修改活动名称、渠道、日期与选客条件：只有待筛选(状态0)的活动
*> 可改，已选客的须撤销后另行登记
MOD-CMPGN-ENTRY.
    PERFORM READ-CMPGN-STATUS

    IF WS-CMPGN-STUS-CD = SPACES
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '该营销活动不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-CMPGN-STUS-CD NOT = '0'
       MOVE 'F20010' TO WS-RESP-CODE
       MOVE '活动已选客或已撤销，不能修改' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE MKT_CAMPAIGN
           SET CMPGN_NM = :REQ-CMPGN-NM,
               CHNL_CD = :REQ-CHNL-CD,
               START_DT = :REQ-START-DT,
               END_DT = :REQ-END-DT,
               CUST_LVL_CD = :REQ-CUST-LVL-CD,
               BAL_MIN_AMT = :REQ-BAL-MIN-AMT,
               BAL_MAX_AMT = :REQ-BAL-MAX-AMT,
               AGE_MIN = :REQ-AGE-MIN,
               AGE_MAX = :REQ-AGE-MAX,
               BRANCH_NO = :REQ-BRANCH-NO,
               TAG_CD = :REQ-TAG-CD,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CMPGN_ID = :REQ-CMPGN-ID
           AND STUS_CD = '0'
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-CMPGN-ENTRY' TO WS-TE-PARA-NM
       MOVE 'UPDATE MKT_CAMPAIGN' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '营销活动修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 撤销活动(状态置9)：未选客的不再进夜间选客，已选客的名单与
*> 回执保留，回执导入不再登记
DEL-CMPGN-ENTRY.
    PERFORM READ-CMPGN-STATUS

    IF WS-CMPGN-STUS-CD = SPACES
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '该营销活动不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-CMPGN-STUS-CD = '9'
       MOVE 'F20012' TO WS-RESP-CODE
       MOVE '该营销活动已撤销' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE MKT_CAMPAIGN
           SET STUS_CD = '9',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CMPGN_ID = :REQ-CMPGN-ID
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-CMPGN-ENTRY' TO WS-TE-PARA-NM
       MOVE 'UPDATE MKT_CAMPAIGN' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '营销活动撤销失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

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
    MOVE REQ-CMPGN-ID TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
