IDENTIFICATION DIVISION.
PROGRAM-ID. CMPGNSEL01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TARGET-FILE ASSIGN TO WS-TGT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 营销目标名单文件：按触达渠道各出一个文件，一行一个活动×客户，
*> 带全行约定头/尾控制总数(FILEWRAP01)。联络地址按渠道取手机号
*> (短信/电话)、邮箱(邮件)或可投递地址(信函)
FD  TARGET-FILE.
01  TARGET-RECORD.
    05  TGT-TENANT-NO          PIC X(10).
    05  TGT-CMPGN-ID           PIC X(12).
    05  TGT-CHNL-CD            PIC X(02).
    05  TGT-CUST-NO            PIC X(20).
    05  TGT-CUST-NM            PIC X(60).
    05  TGT-CNTC-ADDR          PIC X(100).
    05  TGT-PREF-LANG-CD       PIC X(02).
    05  TGT-QUIET-HR-FROM      PIC X(04).
    05  TGT-QUIET-HR-TO        PIC X(04).
    05  TGT-END-DT             PIC X(08).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.
01  WS-CX                       PIC 9(03).
01  WS-CMPGN-FAIL-FLG           PIC X(01).
01  WS-CMPGN-OK-COUNT           PIC 9(05) VALUE 0.
01  WS-CMPGN-FAIL-COUNT         PIC 9(05) VALUE 0.
01  WS-SEL-COUNT                PIC 9(09) VALUE 0.
01  WS-SUPPR-COUNT              PIC 9(09) VALUE 0.
01  WS-CP-SEL-COUNT             PIC 9(09).
01  WS-CP-SUPPR-COUNT           PIC 9(09).
01  WS-FILE-COUNT               PIC 9(03) VALUE 0.
01  WS-FILE-OPEN-FLG            PIC X(01) VALUE 'N'.
01  WS-OPEN-CHNL-CD             PIC X(02) VALUE SPACES.
01  WS-TGT-FILE-NAME            PIC X(60).
01  WS-AGE-WORK-NUM             PIC 9(08).

*> 待选客活动表：活动先整批读入，逐个选客、每个活动一次提交，
*> 提交不落在活动游标内
01  WS-CMPGN-COUNT              PIC 9(03) VALUE 0.
01  WS-CMPGN-TABLE.
    05  WS-CMPGN-ENTRY OCCURS 100.
        10  WS-CE-TENANT-NO         PIC X(10).
        10  WS-CE-CMPGN-ID          PIC X(12).
        10  WS-CE-CHNL-CD           PIC X(02).
        10  WS-CE-CUST-LVL-CD       PIC X(02).
        10  WS-CE-BAL-MIN-AMT       PIC S9(13)V99 COMP-3.
        10  WS-CE-BAL-MAX-AMT       PIC S9(13)V99 COMP-3.
        10  WS-CE-AGE-MIN           PIC 9(03).
        10  WS-CE-AGE-MAX           PIC 9(03).
        10  WS-CE-BRANCH-NO         PIC X(10).
        10  WS-CE-TAG-CD            PIC X(10).

*> 活动游标读出的一行
01  WS-CM-TENANT-NO             PIC X(10).
01  WS-CM-CMPGN-ID              PIC X(12).
01  WS-CM-CHNL-CD               PIC X(02).
01  WS-CM-CUST-LVL-CD           PIC X(02).
01  WS-CM-BAL-MIN-AMT           PIC S9(13)V99 COMP-3.
01  WS-CM-BAL-MAX-AMT           PIC S9(13)V99 COMP-3.
01  WS-CM-AGE-MIN               PIC 9(03).
01  WS-CM-AGE-MAX               PIC 9(03).
01  WS-CM-BRANCH-NO             PIC X(10).
01  WS-CM-TAG-CD                PIC X(10).

*> 当前选客活动的条件(候选客户游标宿主变量)；年龄条件折成出生
*> 日期界限：满下限岁即出生日不晚于业务日期前推下限年，不超上限
*> 岁即出生日晚于业务日期前推(上限+1)年，不设的留空
01  WS-CP-TENANT-NO             PIC X(10).
01  WS-CP-CMPGN-ID              PIC X(12).
01  WS-CP-CHNL-CD               PIC X(02).
01  WS-CP-CUST-LVL-CD           PIC X(02).
01  WS-CP-BAL-MIN-AMT           PIC S9(13)V99 COMP-3.
01  WS-CP-BAL-MAX-AMT           PIC S9(13)V99 COMP-3.
01  WS-CP-BIRTH-TO-DT           PIC X(08).
01  WS-CP-BIRTH-AFTER-DT        PIC X(08).
01  WS-CP-BRANCH-NO             PIC X(10).
01  WS-CP-TAG-CD                PIC X(10).

*> 候选客户游标读出的一行
01  WS-CUST-NO                  PIC X(20).
01  WS-SUPPR-RSN-CD             PIC X(04).
01  WS-SEL-RSLT-CD              PIC X(01).
01  WS-TGT-LANG-CD              PIC X(02).

*> 名单文件游标读出的一行
01  WS-TF-CHNL-CD               PIC X(02).
01  WS-TF-TENANT-NO             PIC X(10).
01  WS-TF-CMPGN-ID              PIC X(12).
01  WS-TF-CUST-NO               PIC X(20).
01  WS-TF-CUST-NM               PIC X(60).
01  WS-TF-MOBILE-NO             PIC X(20).
01  WS-TF-E-MAIL                PIC X(60).
01  WS-TF-LANG-CD               PIC X(02).
01  WS-TF-QUIET-HR-FROM         PIC X(04).
01  WS-TF-QUIET-HR-TO           PIC X(04).
01  WS-TF-END-DT                PIC X(08).
01  WS-MAIL-ADDR                PIC X(100).

*> 联络许可核对(CNTCPREFCHK01)工作区
01  WS-PREF-CUST-NO             PIC X(10).
01  WS-PREF-RESP-CODE           PIC X(06).
01  WS-PREF-RESP-MSG            PIC X(50).
01  WS-PREF-PERMIT-FLG          PIC X(01).
01  WS-PREF-LANG-CD             PIC X(02).

*> 出站文件头/尾拼装(FILEWRAP01)工作区
01  WS-FW-MODE-CD               PIC X(01).
01  WS-FW-INTERFACE-ID          PIC X(10) VALUE 'MKTTARGET'.
01  WS-FW-FMT-VER               PIC X(02) VALUE '01'.
01  WS-FW-RECORD-TEXT           PIC X(512).
01  WS-FW-REC-COUNT             PIC 9(09).
01  WS-FW-CHECKSUM              PIC 9(18).
01  WS-FW-RESP-CODE             PIC X(06).
01  WS-FW-RESP-MSG              PIC X(50).
01  WS-FW-LINE                  PIC X(80).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'CMPGNSEL01'.
01  WS-RC-BIZ-DT           PIC X(08).
01  WS-RC-MODE-CD          PIC X(01).
01  WS-RC-FORCE-FLG        PIC X(01).
01  WS-RC-RECORDS          PIC 9(09).
01  WS-RC-CHKPT-KEY        PIC X(20).
01  WS-RC-RESP-CODE        PIC X(06).
01  WS-RC-RESP-MSG         PIC X(50).
01  WS-RC-RESTART-KEY      PIC X(20).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO        PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD          PIC X(01).
01  WS-BD-SET-DT           PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区：各渠道名单文件逐个登记
01  WS-RR-JOB-NM            PIC X(20) VALUE 'CMPGNSEL01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 营销活动选客批：营销部门以往自己写SQL拉名单，勿扰客户也被
*> 联络。本批取已到开始日、未过结束日的待筛选活动(MKT_CAMPAIGN
*> 状态0，MGMTCMPGN01登记)，按活动条件(客户等级/快照余额区间/
*> 年龄区间/归属网点/客户标签)圈定候选客户，逐户判定剔除原因：
*>   DECD 已身故       CLSD 已销户       FRZN 司法冻结生效中
*>   HRSK 高风险客户   NCTC 该渠道无联络方式
*>   DND  该渠道登记勿扰(CNTCPREFCHK01回N)
*> 入选与剔除都落MKT_CAMPAIGN_TARGET(剔除的记原因，供CMPGNRPT01
*> 统计)，活动置状态1。全部活动选完后按渠道从目标表出名单文件
*> MKT.TARGET.<渠道>.<业务日期>——名单从表里出，FORCE重跑时当日
*> 已选客的活动照样进文件
MAIN-LOGIC.
    *> 批量运行控制：登记起跑；同作业同日已完成且未带FORCE
    *> 参数时拒绝重复起跑
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    IF WS-RUN-PARM(1:5) = 'FORCE'
       MOVE 'Y' TO WS-RC-FORCE-FLG
    ELSE
       MOVE 'N' TO WS-RC-FORCE-FLG
    END-IF
    PERFORM READ-SYS-BIZ-DATE
    MOVE WS-BD-BIZ-DT TO WS-RC-BIZ-DT
    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    MOVE SPACES TO WS-RC-CHKPT-KEY
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    *> 1) 读入待选客活动
    PERFORM LOAD-PENDING-CAMPAIGNS
    IF WS-CMPGN-COUNT = 0 AND WS-FETCH-SQLCODE NOT = 100
       DISPLAY '营销活动读取失败 SQLCODE:' WS-FETCH-SQLCODE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    *> 2) 逐个活动选客，每个活动一次提交
    PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CMPGN-COUNT
       PERFORM SELECT-ONE-CAMPAIGN
    END-PERFORM

    *> 3) 当日已选客活动按渠道出名单文件
    PERFORM WRITE-TARGET-FILES

    *> 批量运行控制：登记结束与入选记录数；有活动选客失败的登记
    *> 失败，排查后带FORCE重跑
    IF WS-CMPGN-FAIL-COUNT > 0
       MOVE 'F' TO WS-RC-MODE-CD
    ELSE
       MOVE 'C' TO WS-RC-MODE-CD
    END-IF
    MOVE WS-SEL-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '营销活动选客批完成，活动:' WS-CMPGN-OK-COUNT
            ' 失败:' WS-CMPGN-FAIL-COUNT
            ' 入选:' WS-SEL-COUNT ' 剔除:' WS-SUPPR-COUNT
            ' 名单文件:' WS-FILE-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

CLOSE-RUN-CONTROL.
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL.

*> 已到开始日、未过结束日的待筛选活动，每批最多100个，超出的
*> 留待次日
LOAD-PENDING-CAMPAIGNS.
    MOVE 0 TO WS-CMPGN-COUNT
    EXEC SQL
        DECLARE CMPGN-CUR CURSOR FOR
        SELECT TENANT_NO, CMPGN_ID, CHNL_CD,
               COALESCE(CUST_LVL_CD, ' '),
               COALESCE(BAL_MIN_AMT, 0), COALESCE(BAL_MAX_AMT, 0),
               COALESCE(AGE_MIN, 0), COALESCE(AGE_MAX, 0),
               COALESCE(BRANCH_NO, ' '), COALESCE(TAG_CD, ' ')
          FROM MKT_CAMPAIGN
         WHERE STUS_CD = '0'
           AND VALID_FLG = '1'
           AND START_DT <= :WS-BD-BIZ-DT
           AND END_DT >= :WS-BD-BIZ-DT
         ORDER BY START_DT, TENANT_NO, CMPGN_ID
    END-EXEC.

    EXEC SQL OPEN CMPGN-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0 OR WS-CMPGN-COUNT >= 100
       EXEC SQL
           FETCH CMPGN-CUR
            INTO :WS-CM-TENANT-NO, :WS-CM-CMPGN-ID, :WS-CM-CHNL-CD,
                 :WS-CM-CUST-LVL-CD, :WS-CM-BAL-MIN-AMT,
                 :WS-CM-BAL-MAX-AMT, :WS-CM-AGE-MIN, :WS-CM-AGE-MAX,
                 :WS-CM-BRANCH-NO, :WS-CM-TAG-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-CMPGN-COUNT
          MOVE WS-CM-TENANT-NO   TO WS-CE-TENANT-NO(WS-CMPGN-COUNT)
          MOVE WS-CM-CMPGN-ID    TO WS-CE-CMPGN-ID(WS-CMPGN-COUNT)
          MOVE WS-CM-CHNL-CD     TO WS-CE-CHNL-CD(WS-CMPGN-COUNT)
          MOVE WS-CM-CUST-LVL-CD TO WS-CE-CUST-LVL-CD(WS-CMPGN-COUNT)
          MOVE WS-CM-BAL-MIN-AMT TO WS-CE-BAL-MIN-AMT(WS-CMPGN-COUNT)
          MOVE WS-CM-BAL-MAX-AMT TO WS-CE-BAL-MAX-AMT(WS-CMPGN-COUNT)
          MOVE WS-CM-AGE-MIN     TO WS-CE-AGE-MIN(WS-CMPGN-COUNT)
          MOVE WS-CM-AGE-MAX     TO WS-CE-AGE-MAX(WS-CMPGN-COUNT)
          MOVE WS-CM-BRANCH-NO   TO WS-CE-BRANCH-NO(WS-CMPGN-COUNT)
          MOVE WS-CM-TAG-CD      TO WS-CE-TAG-CD(WS-CMPGN-COUNT)
       END-IF
    END-PERFORM

    EXEC SQL CLOSE CMPGN-CUR END-EXEC.

    IF WS-CMPGN-COUNT >= 100 AND WS-FETCH-SQLCODE = 0
       DISPLAY '待选客活动超过100个，其余留待次日选客'
    END-IF.

*> 一个活动选客：圈定候选客户逐户定剔除原因，无原因的再经
*> CNTCPREFCHK01核对该渠道许可(免扰时段只管投递时刻，照常入选，
*> 时段随名单带给投递方)；目标行与活动状态同一事务提交
SELECT-ONE-CAMPAIGN.
    MOVE WS-CE-TENANT-NO(WS-CX)   TO WS-CP-TENANT-NO
    MOVE WS-CE-CMPGN-ID(WS-CX)    TO WS-CP-CMPGN-ID
    MOVE WS-CE-CHNL-CD(WS-CX)     TO WS-CP-CHNL-CD
    MOVE WS-CE-CUST-LVL-CD(WS-CX) TO WS-CP-CUST-LVL-CD
    MOVE WS-CE-BAL-MIN-AMT(WS-CX) TO WS-CP-BAL-MIN-AMT
    MOVE WS-CE-BAL-MAX-AMT(WS-CX) TO WS-CP-BAL-MAX-AMT
    MOVE WS-CE-BRANCH-NO(WS-CX)   TO WS-CP-BRANCH-NO
    MOVE WS-CE-TAG-CD(WS-CX)      TO WS-CP-TAG-CD

    MOVE SPACES TO WS-CP-BIRTH-TO-DT
    MOVE SPACES TO WS-CP-BIRTH-AFTER-DT
    IF WS-CE-AGE-MIN(WS-CX) > 0
       MOVE WS-BD-BIZ-DT TO WS-AGE-WORK-NUM
       COMPUTE WS-AGE-WORK-NUM = WS-AGE-WORK-NUM
                               - WS-CE-AGE-MIN(WS-CX) * 10000
       MOVE WS-AGE-WORK-NUM TO WS-CP-BIRTH-TO-DT
    END-IF
    IF WS-CE-AGE-MAX(WS-CX) > 0
       MOVE WS-BD-BIZ-DT TO WS-AGE-WORK-NUM
       COMPUTE WS-AGE-WORK-NUM = WS-AGE-WORK-NUM
                               - (WS-CE-AGE-MAX(WS-CX) + 1) * 10000
       MOVE WS-AGE-WORK-NUM TO WS-CP-BIRTH-AFTER-DT
    END-IF

    MOVE 'N' TO WS-CMPGN-FAIL-FLG
    MOVE 0 TO WS-CP-SEL-COUNT
    MOVE 0 TO WS-CP-SUPPR-COUNT

    EXEC SQL
        DECLARE CAND-CUR CURSOR FOR
        SELECT B.CUST_NO,
               CASE WHEN COALESCE(B.DECD_FLG, '0') = '1'
                    THEN 'DECD'
                    WHEN B.VALID_FLG NOT = '1'
                    THEN 'CLSD'
                    WHEN EXISTS (SELECT 1
                                   FROM CUST_JUDICIAL_FREEZE F
                                  WHERE F.TENANT_NO = B.TENANT_NO
                                    AND F.CUST_NO = B.CUST_NO
                                    AND F.STUS_CD = '1'
                                    AND F.START_DT <= :WS-BD-BIZ-DT
                                    AND (F.END_DT = SPACES
                                         OR F.END_DT >= :WS-BD-BIZ-DT))
                    THEN 'FRZN'
                    WHEN COALESCE((SELECT K.CUST_ATTN_EXTT_CD
                                     FROM CUST_RISK_RATING K
                                    WHERE K.CUST_NO = B.CUST_NO
                                      AND K.VALID_FLG = '1'
                                    ORDER BY K.EVALT_DT DESC
                                    FETCH FIRST 1 ROW ONLY), ' ') = 'H'
                    THEN 'HRSK'
                    WHEN ((:WS-CP-CHNL-CD = '01' OR :WS-CP-CHNL-CD = '03')
                          AND COALESCE(B.MOBILE_NO, ' ') = ' ')
                      OR (:WS-CP-CHNL-CD = '02'
                          AND COALESCE(B.E_MAIL, ' ') = ' ')
                      OR (:WS-CP-CHNL-CD = '04'
                          AND NOT EXISTS (SELECT 1
                                            FROM CUST_ADDR_INFO A
                                           WHERE A.TENANT_NO = B.TENANT_NO
                                             AND A.CUST_NO = B.CUST_NO
                                             AND A.VALID_FLG = '1'
                                             AND COALESCE(A.UNDELIV_FLG,
                                                          '0') = '0'))
                    THEN 'NCTC'
                    ELSE ' ' END
          FROM CUSTOMER_BASIC_INFO B
          LEFT JOIN PERSONAL_CUSTOMER_INFO P
            ON P.CUST_NO = B.CUST_NO
           AND P.TENANT_NO = B.TENANT_NO
         WHERE B.TENANT_NO = :WS-CP-TENANT-NO
           AND (:WS-CP-CUST-LVL-CD = SPACES
                OR B.CUST_LVL_CD = :WS-CP-CUST-LVL-CD)
           AND (:WS-CP-BRANCH-NO = SPACES
                OR B.BRANCH_NO = :WS-CP-BRANCH-NO)
           AND (:WS-CP-BAL-MIN-AMT = 0
                OR COALESCE((SELECT S.BAL_AMT
                               FROM CUST_BAL_SNAPSHOT S
                              WHERE S.TENANT_NO = B.TENANT_NO
                                AND S.CUST_NO = B.CUST_NO), 0)
                   >= :WS-CP-BAL-MIN-AMT)
           AND (:WS-CP-BAL-MAX-AMT = 0
                OR COALESCE((SELECT S.BAL_AMT
                               FROM CUST_BAL_SNAPSHOT S
                              WHERE S.TENANT_NO = B.TENANT_NO
                                AND S.CUST_NO = B.CUST_NO), 0)
                   <= :WS-CP-BAL-MAX-AMT)
           AND (:WS-CP-BIRTH-TO-DT = SPACES
                OR (COALESCE(P.BIRTH_DT, ' ') NOT = ' '
                    AND P.BIRTH_DT <= :WS-CP-BIRTH-TO-DT))
           AND (:WS-CP-BIRTH-AFTER-DT = SPACES
                OR (COALESCE(P.BIRTH_DT, ' ') NOT = ' '
                    AND P.BIRTH_DT > :WS-CP-BIRTH-AFTER-DT))
           AND (:WS-CP-TAG-CD = SPACES
                OR EXISTS (SELECT 1
                             FROM CUST_TAG T
                            WHERE T.CUST_NO = B.CUST_NO
                              AND T.TENANT_NO = B.TENANT_NO
                              AND T.TAG_CD = :WS-CP-TAG-CD
                              AND T.VALID_FLG = '1'
                              AND (T.EXPIRE_DT = SPACES
                                   OR T.EXPIRE_DT
                                      >= :WS-BD-BIZ-DT)))
         ORDER BY B.CUST_NO
    END-EXEC.

    EXEC SQL OPEN CAND-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '候选客户游标打开失败 活动:' WS-CP-CMPGN-ID
               ' SQLCODE:' SQLCODE
       ADD 1 TO WS-CMPGN-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0 OR WS-CMPGN-FAIL-FLG = 'Y'
       EXEC SQL
           FETCH CAND-CUR INTO :WS-CUST-NO, :WS-SUPPR-RSN-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          PERFORM JUDGE-ONE-CANDIDATE
       END-IF
    END-PERFORM

    EXEC SQL CLOSE CAND-CUR END-EXEC.

    IF WS-FETCH-SQLCODE NOT = 100 AND WS-CMPGN-FAIL-FLG = 'N'
       DISPLAY '候选客户读取失败 活动:' WS-CP-CMPGN-ID
               ' SQLCODE:' WS-FETCH-SQLCODE
       MOVE 'Y' TO WS-CMPGN-FAIL-FLG
    END-IF

    IF WS-CMPGN-FAIL-FLG = 'N'
       EXEC SQL
           UPDATE MKT_CAMPAIGN
              SET STUS_CD = '1',
                  SEL_DT = :WS-BD-BIZ-DT,
                  UPD_TELR_NO = 'CMPGNSEL01',
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :WS-CP-TENANT-NO
              AND CMPGN_ID = :WS-CP-CMPGN-ID
              AND STUS_CD = '0'
       END-EXEC
       IF SQLCODE NOT = 0
          DISPLAY '活动状态更新失败 活动:' WS-CP-CMPGN-ID
                  ' SQLCODE:' SQLCODE
          MOVE 'Y' TO WS-CMPGN-FAIL-FLG
       END-IF
    END-IF

    IF WS-CMPGN-FAIL-FLG = 'Y'
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-CMPGN-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-CMPGN-OK-COUNT
    ADD WS-CP-SEL-COUNT TO WS-SEL-COUNT
    ADD WS-CP-SUPPR-COUNT TO WS-SUPPR-COUNT
    DISPLAY '活动:' WS-CP-TENANT-NO '/' WS-CP-CMPGN-ID
            ' 入选:' WS-CP-SEL-COUNT ' 剔除:' WS-CP-SUPPR-COUNT.

*> 一个候选客户：尚无剔除原因的查渠道许可，勿扰的记DND；首选
*> 语言随目标行留存，出名单时带给投递方
JUDGE-ONE-CANDIDATE.
    MOVE SPACES TO WS-TGT-LANG-CD
    IF WS-SUPPR-RSN-CD = SPACES
       MOVE WS-CUST-NO TO WS-PREF-CUST-NO
       CALL 'CNTCPREFCHK01' USING WS-PREF-CUST-NO, WS-CP-TENANT-NO,
                                  WS-CP-CHNL-CD, WS-PREF-RESP-CODE,
                                  WS-PREF-RESP-MSG, WS-PREF-PERMIT-FLG,
                                  WS-PREF-LANG-CD
       END-CALL
       IF WS-PREF-RESP-CODE NOT = '000000'
          OR WS-PREF-PERMIT-FLG = 'N'
          MOVE 'DND' TO WS-SUPPR-RSN-CD
       ELSE
          MOVE WS-PREF-LANG-CD TO WS-TGT-LANG-CD
       END-IF
    END-IF

    IF WS-SUPPR-RSN-CD = SPACES
       MOVE 'S' TO WS-SEL-RSLT-CD
    ELSE
       MOVE 'X' TO WS-SEL-RSLT-CD
    END-IF

    EXEC SQL
        INSERT INTO MKT_CAMPAIGN_TARGET (
            TENANT_NO, CMPGN_ID, CUST_NO, CHNL_CD, SEL_STUS_CD,
            SUPPR_RSN_CD, PREF_LANG_CD, RESP_CD, RESP_TM,
            CRT_TM, UPD_TM
        ) VALUES (
            :WS-CP-TENANT-NO, :WS-CP-CMPGN-ID, :WS-CUST-NO,
            :WS-CP-CHNL-CD, :WS-SEL-RSLT-CD, :WS-SUPPR-RSN-CD,
            :WS-TGT-LANG-CD, ' ', ' ',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '目标客户写入失败 活动:' WS-CP-CMPGN-ID
               ' 客户:' WS-CUST-NO ' SQLCODE:' SQLCODE
       MOVE 'Y' TO WS-CMPGN-FAIL-FLG
       EXIT PARAGRAPH
    END-IF

    IF WS-SEL-RSLT-CD = 'S'
       ADD 1 TO WS-CP-SEL-COUNT
    ELSE
       ADD 1 TO WS-CP-SUPPR-COUNT
    END-IF.

*> 当日选客的活动(含FORCE重跑前已提交的)入选客户按渠道出文件，
*> 渠道变了收尾上一个文件、另开下一个
WRITE-TARGET-FILES.
    EXEC SQL
        DECLARE TGTFILE-CUR CURSOR FOR
        SELECT T.CHNL_CD, T.TENANT_NO, T.CMPGN_ID, T.CUST_NO,
               COALESCE(B.CUST_NM, ' '), COALESCE(B.MOBILE_NO, ' '),
               COALESCE(B.E_MAIL, ' '), COALESCE(T.PREF_LANG_CD, ' '),
               COALESCE(R.QUIET_HR_FROM, ' '),
               COALESCE(R.QUIET_HR_TO, ' '), C.END_DT
          FROM MKT_CAMPAIGN_TARGET T
          JOIN MKT_CAMPAIGN C
            ON C.TENANT_NO = T.TENANT_NO
           AND C.CMPGN_ID = T.CMPGN_ID
          JOIN CUSTOMER_BASIC_INFO B
            ON B.TENANT_NO = T.TENANT_NO
           AND B.CUST_NO = T.CUST_NO
          LEFT JOIN CUST_CNTC_PREF R
            ON R.TENANT_NO = T.TENANT_NO
           AND R.CUST_NO = T.CUST_NO
           AND R.CHNL_CD = T.CHNL_CD
           AND R.VALID_FLG = '1'
         WHERE C.SEL_DT = :WS-BD-BIZ-DT
           AND C.STUS_CD = '1'
           AND C.VALID_FLG = '1'
           AND T.SEL_STUS_CD = 'S'
         ORDER BY T.CHNL_CD, T.TENANT_NO, T.CMPGN_ID, T.CUST_NO
    END-EXEC.

    EXEC SQL OPEN TGTFILE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '名单文件游标打开失败 SQLCODE:' SQLCODE
       ADD 1 TO WS-CMPGN-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TGTFILE-CUR
            INTO :WS-TF-CHNL-CD, :WS-TF-TENANT-NO, :WS-TF-CMPGN-ID,
                 :WS-TF-CUST-NO, :WS-TF-CUST-NM, :WS-TF-MOBILE-NO,
                 :WS-TF-E-MAIL, :WS-TF-LANG-CD, :WS-TF-QUIET-HR-FROM,
                 :WS-TF-QUIET-HR-TO, :WS-TF-END-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          IF WS-FILE-OPEN-FLG = 'Y'
             AND WS-TF-CHNL-CD NOT = WS-OPEN-CHNL-CD
             PERFORM CLOSE-TARGET-FILE
          END-IF
          IF WS-FILE-OPEN-FLG = 'N'
             PERFORM OPEN-TARGET-FILE
          END-IF
          PERFORM WRITE-TARGET-LINE
       END-IF
    END-PERFORM

    EXEC SQL CLOSE TGTFILE-CUR END-EXEC.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '名单文件读取失败 SQLCODE:' WS-FETCH-SQLCODE
       ADD 1 TO WS-CMPGN-FAIL-COUNT
    END-IF

    IF WS-FILE-OPEN-FLG = 'Y'
       PERFORM CLOSE-TARGET-FILE
    END-IF.

OPEN-TARGET-FILE.
    MOVE WS-TF-CHNL-CD TO WS-OPEN-CHNL-CD
    MOVE SPACES TO WS-TGT-FILE-NAME
    STRING 'MKT.TARGET.'    DELIMITED BY SIZE
           WS-OPEN-CHNL-CD  DELIMITED BY SIZE
           '.'              DELIMITED BY SIZE
           WS-BD-BIZ-DT     DELIMITED BY SIZE
      INTO WS-TGT-FILE-NAME
    END-STRING

    OPEN OUTPUT TARGET-FILE
    MOVE 'Y' TO WS-FILE-OPEN-FLG

    MOVE 'H' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL
    WRITE TARGET-RECORD FROM WS-FW-LINE.

*> 写尾记录收尾，名单文件登记报表产出台账
CLOSE-TARGET-FILE.
    MOVE 'T' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL
    WRITE TARGET-RECORD FROM WS-FW-LINE
    CLOSE TARGET-FILE
    MOVE 'N' TO WS-FILE-OPEN-FLG
    ADD 1 TO WS-FILE-COUNT

    MOVE WS-FW-REC-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-TGT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL.

*> 一行名单：联络地址按渠道取——短信/电话取手机号，邮件取邮箱，
*> 信函取可投递地址(同CUSTNOTICE01：退信标记的地址不寄)
WRITE-TARGET-LINE.
    MOVE SPACES TO TARGET-RECORD
    MOVE WS-TF-TENANT-NO      TO TGT-TENANT-NO
    MOVE WS-TF-CMPGN-ID       TO TGT-CMPGN-ID
    MOVE WS-TF-CHNL-CD        TO TGT-CHNL-CD
    MOVE WS-TF-CUST-NO        TO TGT-CUST-NO
    MOVE WS-TF-CUST-NM        TO TGT-CUST-NM
    MOVE WS-TF-LANG-CD        TO TGT-PREF-LANG-CD
    MOVE WS-TF-QUIET-HR-FROM  TO TGT-QUIET-HR-FROM
    MOVE WS-TF-QUIET-HR-TO    TO TGT-QUIET-HR-TO
    MOVE WS-TF-END-DT         TO TGT-END-DT

    EVALUATE WS-TF-CHNL-CD
       WHEN '02'
          MOVE WS-TF-E-MAIL TO TGT-CNTC-ADDR
       WHEN '04'
          PERFORM SELECT-MAIL-ADDR
          MOVE WS-MAIL-ADDR TO TGT-CNTC-ADDR
       WHEN OTHER
          MOVE WS-TF-MOBILE-NO TO TGT-CNTC-ADDR
    END-EVALUATE

    WRITE TARGET-RECORD

    MOVE 'A' TO WS-FW-MODE-CD
    MOVE SPACES TO WS-FW-RECORD-TEXT
    MOVE TARGET-RECORD TO WS-FW-RECORD-TEXT
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL.

*> 信函寄达地址：通讯地址优先，其次住宅地址
SELECT-MAIL-ADDR.
    MOVE SPACES TO WS-MAIL-ADDR
    EXEC SQL
        SELECT ADDR
          INTO :WS-MAIL-ADDR
          FROM CUST_ADDR_INFO
         WHERE TENANT_NO = :WS-TF-TENANT-NO
           AND CUST_NO = :WS-TF-CUST-NO
           AND VALID_FLG = '1'
           AND COALESCE(UNDELIV_FLG, '0') = '0'
         ORDER BY CASE ADDR_TYP_CD WHEN '03' THEN 1
                                   WHEN '01' THEN 2
                                   ELSE 3 END
         FETCH FIRST 1 ROW ONLY
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-MAIL-ADDR
    END-IF.
