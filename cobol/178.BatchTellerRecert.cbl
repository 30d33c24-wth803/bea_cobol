IDENTIFICATION DIVISION.
PROGRAM-ID. TELRRECERT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 柜员权限重新认证报告：本季认证活动生成情况(按网点的待认证
*> 条目数)与逾期未认证被自动收回的角色逐条明细
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-RECORD-COUNT         PIC 9(7).
01  WS-ITEM-COUNT           PIC 9(7) VALUE 0.
01  WS-REVOKE-COUNT         PIC 9(7) VALUE 0.
01  WS-REVOKE-FAIL-COUNT    PIC 9(7) VALUE 0.
01  WS-GEN-FAILED           PIC X(01) VALUE 'N'.

*> 认证活动：按自然季度一期，活动号'YYYYQn'；认证期限天数取
*> 系统参数RECERT_ATTEST_DAYS(未配置按30天)
01  WS-CAMPAIGN-ID          PIC X(06).
01  WS-QUARTER-NO           PIC 9(01).
01  WS-MONTH-NUM            PIC 9(02).
01  WS-ATTEST-DAYS          PIC 9(03) VALUE 30.
01  WS-PARAM-TXT            PIC X(10).
01  WS-CURRENT-DATE-NUM     PIC 9(8).
01  WS-WORK-INTEGER         PIC 9(7).
01  WS-DEADLINE-NUM         PIC 9(8).
01  WS-DEADLINE-DT          PIC X(08).

*> 柜员游标行与角色槽位(同AUTHCHK01的角色串布局)
01  WS-TENANT-NO            PIC X(10).
01  WS-TELR-NO              PIC X(10).
01  WS-BRANCH-NO            PIC X(10).
01  WS-ROLE-CDS             PIC X(20).
01  WS-ROLE-SLOT-TABLE REDEFINES WS-ROLE-CDS.
    05  WS-ROLE-SLOT        OCCURS 10 PIC X(02).
01  WS-R                    PIC 9(02).
01  WS-N                    PIC 9(02).
01  WS-ROLE-CD              PIC X(02).

*> 收回角色后的新角色串(其余角色依次前移)
01  WS-NEW-ROLE-CDS         PIC X(20).
01  WS-NEW-SLOT-TABLE REDEFINES WS-NEW-ROLE-CDS.
    05  WS-NEW-SLOT         OCCURS 10 PIC X(02).
01  WS-ROLE-REMOVED         PIC X(01).

*> 逾期条目游标行
01  WS-OD-CAMPAIGN-ID       PIC X(06).
01  WS-OD-DEADLINE-DT       PIC X(08).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'TELRRECERT01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 柜员权限季度重新认证批(日跑)：TELLER_INFO.ROLE_CDS只增不减，
*> 调岗多年的柜员仍持调查取证('08')、归并主管('07')等角色。
*>   1) 本季认证活动尚未生成时(季初首日或首次上线)，对每个在册
*>      有效柜员的每个角色生成一条待认证条目(TELR_RECERT_ITEM，
*>      '0'待认证)，由柜员归属网点(或其上级网点)的网点负责人
*>      (角色'11')经MGMTRECERT01逐条确认('1')或收回('2')
*>   2) 认证期限已过仍为'0'的条目，角色自动从ROLE_CDS收回、条目
*>      置'3'逾期收回并写TELLER_INFO_CHG_AUDIT，期满活动置'1'关闭
*> 条目连同认证人/时间/意见长期保留，即内审查验的认证证据
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    PERFORM READ-RECERT-PARAMS

    MOVE WS-BD-BIZ-DT(5:2) TO WS-MONTH-NUM
    COMPUTE WS-QUARTER-NO = (WS-MONTH-NUM - 1) / 3 + 1
    MOVE SPACES TO WS-CAMPAIGN-ID
    STRING WS-BD-BIZ-DT(1:4) DELIMITED BY SIZE
           'Q'               DELIMITED BY SIZE
           WS-QUARTER-NO     DELIMITED BY SIZE
      INTO WS-CAMPAIGN-ID
    END-STRING

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'TELR.RECERT.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT          DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '柜员权限重新认证报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                     DELIMITED BY SIZE
           ' 本季活动:'                     DELIMITED BY SIZE
           WS-CAMPAIGN-ID                   DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 1) 本季活动未生成时生成
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM TELR_RECERT_CAMPAIGN
         WHERE CAMPAIGN_ID = :WS-CAMPAIGN-ID
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '认证活动读取失败'
    ELSE
       IF WS-RECORD-COUNT = 0
          PERFORM GENERATE-CAMPAIGN
       END-IF
    END-IF.

    *> 2) 逾期未认证条目自动收回
    PERFORM REVOKE-OVERDUE-ITEMS

    *> 3) 期满活动关闭(逾期条目全部处理成功后才关)
    IF WS-REVOKE-FAIL-COUNT = 0
       PERFORM CLOSE-EXPIRED-CAMPAIGNS
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING '本次生成认证条目:' DELIMITED BY SIZE
           WS-ITEM-COUNT       DELIMITED BY SIZE
           ' 逾期收回角色:'    DELIMITED BY SIZE
           WS-REVOKE-COUNT     DELIMITED BY SIZE
           ' 收回失败:'        DELIMITED BY SIZE
           WS-REVOKE-FAIL-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同PEPRECFM01)
    COMPUTE WS-RR-REC-COUNT = WS-ITEM-COUNT + WS-REVOKE-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '柜员权限重新认证批完成，生成条目:' WS-ITEM-COUNT
            ' 逾期收回:' WS-REVOKE-COUNT

    GOBACK.

*> 生成本季活动：活动头与全部条目同一事务，任一失败整体回滚，
*> 次日重跑重新生成
GENERATE-CAMPAIGN.
    MOVE FUNCTION NUMVAL(WS-BD-BIZ-DT) TO WS-CURRENT-DATE-NUM
    COMPUTE WS-WORK-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
            + WS-ATTEST-DAYS
    COMPUTE WS-DEADLINE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
    MOVE WS-DEADLINE-NUM TO WS-DEADLINE-DT

    EXEC SQL START TRANSACTION END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '认证活动事务启动失败'
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO TELR_RECERT_CAMPAIGN (
            CAMPAIGN_ID, START_DT, DEADLINE_DT, ITEM_CNT,
            STATUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :WS-CAMPAIGN-ID, :WS-BD-BIZ-DT, :WS-DEADLINE-DT, 0,
            '0', CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '认证活动登记失败:' WS-CAMPAIGN-ID
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        DECLARE RECERT-TELR-CUR CURSOR FOR
        SELECT TENANT_NO, TELR_NO, ROLE_CDS, COALESCE(BRANCH_NO, ' ')
          FROM TELLER_INFO
         WHERE VALID_FLG = '1'
         ORDER BY TENANT_NO, TELR_NO
    END-EXEC.

    EXEC SQL OPEN RECERT-TELR-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '认证柜员游标打开失败'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO WS-GEN-FAILED
    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0 OR WS-GEN-FAILED = 'Y'
       EXEC SQL
           FETCH RECERT-TELR-CUR
            INTO :WS-TENANT-NO, :WS-TELR-NO, :WS-ROLE-CDS,
                 :WS-BRANCH-NO
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM VARYING WS-R FROM 1 BY 1
            UNTIL WS-R > 10 OR WS-GEN-FAILED = 'Y'
             IF WS-ROLE-SLOT(WS-R) NOT = SPACES
                PERFORM INSERT-RECERT-ITEM
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE RECERT-TELR-CUR END-EXEC.

    IF WS-GEN-FAILED = 'Y' OR WS-FETCH-SQLCODE NOT = 100
       DISPLAY '认证条目生成失败，活动整体回滚待重跑'
       EXEC SQL ROLLBACK END-EXEC
       MOVE 0 TO WS-ITEM-COUNT
       MOVE '本季认证活动生成失败，待次日重跑' TO REPORT-RECORD
       WRITE REPORT-RECORD
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE TELR_RECERT_CAMPAIGN
           SET ITEM_CNT = :WS-ITEM-COUNT,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CAMPAIGN_ID = :WS-CAMPAIGN-ID
    END-EXEC.

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '认证活动提交失败'
       EXEC SQL ROLLBACK END-EXEC
       MOVE 0 TO WS-ITEM-COUNT
       EXIT PARAGRAPH
    END-IF.

    PERFORM REPORT-CAMPAIGN-BY-BRANCH.

*> 一条待认证条目(柜员×角色)，网点取柜员登记的归属机构
INSERT-RECERT-ITEM.
    MOVE WS-ROLE-SLOT(WS-R) TO WS-ROLE-CD
    EXEC SQL
        INSERT INTO TELR_RECERT_ITEM (
            CAMPAIGN_ID, TENANT_NO, TELR_NO, ROLE_CD, BRANCH_NO,
            STATUS_CD, ATTEST_TELR_NO, ATTEST_COMNT, ATTEST_TM,
            CRT_TM, UPD_TM
        ) VALUES (
            :WS-CAMPAIGN-ID, :WS-TENANT-NO, :WS-TELR-NO, :WS-ROLE-CD,
            :WS-BRANCH-NO, '0', ' ', ' ', NULL,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '认证条目写入失败 柜员:' WS-TELR-NO ' 角色:' WS-ROLE-CD
       MOVE 'Y' TO WS-GEN-FAILED
    ELSE
       ADD 1 TO WS-ITEM-COUNT
    END-IF.

*> 生成情况按网点汇总，报告按网点分发即为各网点负责人的待办通知
REPORT-CAMPAIGN-BY-BRANCH.
    MOVE SPACES TO REPORT-RECORD
    STRING '本季活动已生成 认证期限:' DELIMITED BY SIZE
           WS-DEADLINE-DT             DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE RECERT-BR-CUR CURSOR FOR
        SELECT TENANT_NO, BRANCH_NO, COUNT(*)
          FROM TELR_RECERT_ITEM
         WHERE CAMPAIGN_ID = :WS-CAMPAIGN-ID
         GROUP BY TENANT_NO, BRANCH_NO
         ORDER BY TENANT_NO, BRANCH_NO
    END-EXEC.

    EXEC SQL OPEN RECERT-BR-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '认证网点汇总游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH RECERT-BR-CUR
            INTO :WS-TENANT-NO, :WS-BRANCH-NO, :WS-RECORD-COUNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE SPACES TO REPORT-RECORD
          STRING 'NEW '           DELIMITED BY SIZE
                 WS-TENANT-NO     DELIMITED BY SIZE
                 ' 网点:'         DELIMITED BY SIZE
                 WS-BRANCH-NO     DELIMITED BY SIZE
                 ' 待认证条目:'   DELIMITED BY SIZE
                 WS-RECORD-COUNT  DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE RECERT-BR-CUR END-EXEC.

*> 逾期未认证：角色从ROLE_CDS收回、条目置'3'、留柜员变更审计，
*> 逐条一事务(同PENDAUTHEXP01逐条提交)
REVOKE-OVERDUE-ITEMS.
    EXEC SQL
        DECLARE RECERT-OD-CUR CURSOR FOR
        SELECT I.CAMPAIGN_ID, I.TENANT_NO, I.TELR_NO, I.ROLE_CD,
               I.BRANCH_NO, C.DEADLINE_DT
          FROM TELR_RECERT_ITEM I
          JOIN TELR_RECERT_CAMPAIGN C
            ON C.CAMPAIGN_ID = I.CAMPAIGN_ID
         WHERE I.STATUS_CD = '0'
           AND C.DEADLINE_DT < :WS-BD-BIZ-DT
         ORDER BY I.CAMPAIGN_ID, I.TENANT_NO, I.TELR_NO, I.ROLE_CD
    END-EXEC.

    EXEC SQL OPEN RECERT-OD-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '逾期认证条目游标打开失败'
       ADD 1 TO WS-REVOKE-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH RECERT-OD-CUR
            INTO :WS-OD-CAMPAIGN-ID, :WS-TENANT-NO, :WS-TELR-NO,
                 :WS-ROLE-CD, :WS-BRANCH-NO, :WS-OD-DEADLINE-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM REVOKE-ONE-OVERDUE
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE RECERT-OD-CUR END-EXEC.

REVOKE-ONE-OVERDUE.
    EXEC SQL START TRANSACTION END-EXEC.

    *> 柜员现行角色串(在册或已暂停的都收回；已停用的只结条目)
    MOVE SPACES TO WS-ROLE-CDS
    EXEC SQL
        SELECT ROLE_CDS INTO :WS-ROLE-CDS
          FROM TELLER_INFO
         WHERE TELR_NO = :WS-TELR-NO
           AND TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG IN ('1', '2')
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '柜员角色读取失败 柜员:' WS-TELR-NO
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-REVOKE-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF.

    PERFORM REMOVE-ROLE-FROM-CDS

    IF WS-ROLE-REMOVED = 'Y'
       EXEC SQL
           UPDATE TELLER_INFO
              SET ROLE_CDS = :WS-NEW-ROLE-CDS,
                  UPD_TELR_NO = 'SYSRECERT',
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TELR_NO = :WS-TELR-NO
              AND TENANT_NO = :WS-TENANT-NO
              AND VALID_FLG IN ('1', '2')
       END-EXEC
       IF SQLCODE NOT = 0
          DISPLAY '逾期角色收回失败 柜员:' WS-TELR-NO
          EXEC SQL ROLLBACK END-EXEC
          ADD 1 TO WS-REVOKE-FAIL-COUNT
          EXIT PARAGRAPH
       END-IF

       EXEC SQL
           INSERT INTO TELLER_INFO_CHG_AUDIT (
               TELR_NO, TENANT_NO, FLD_NM, OLD_VAL, NEW_VAL,
               OPER_TELR_NO, CHG_TM
           ) VALUES (
               :WS-TELR-NO, :WS-TENANT-NO, 'ROLE_CDS', :WS-ROLE-CDS,
               :WS-NEW-ROLE-CDS, 'SYSRECERT', CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          DISPLAY '角色收回审计写入失败 柜员:' WS-TELR-NO
          EXEC SQL ROLLBACK END-EXEC
          ADD 1 TO WS-REVOKE-FAIL-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF.

    EXEC SQL
        UPDATE TELR_RECERT_ITEM
           SET STATUS_CD = '3',
               ATTEST_TELR_NO = 'SYSRECERT',
               ATTEST_COMNT = '认证期限已过未认证，角色自动收回',
               ATTEST_TM = CURRENT_TIMESTAMP,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CAMPAIGN_ID = :WS-OD-CAMPAIGN-ID
           AND TENANT_NO = :WS-TENANT-NO
           AND TELR_NO = :WS-TELR-NO
           AND ROLE_CD = :WS-ROLE-CD
           AND STATUS_CD = '0'
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '逾期认证条目更新失败 柜员:' WS-TELR-NO
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-REVOKE-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '逾期收回提交失败 柜员:' WS-TELR-NO
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-REVOKE-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-REVOKE-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING 'REVOKE '          DELIMITED BY SIZE
           WS-OD-CAMPAIGN-ID  DELIMITED BY SIZE
           ' '                DELIMITED BY SIZE
           WS-TENANT-NO       DELIMITED BY SIZE
           ' 网点:'           DELIMITED BY SIZE
           WS-BRANCH-NO       DELIMITED BY SIZE
           ' 柜员:'           DELIMITED BY SIZE
           WS-TELR-NO         DELIMITED BY SIZE
           ' 角色:'           DELIMITED BY SIZE
           WS-ROLE-CD         DELIMITED BY SIZE
           ' 期限:'           DELIMITED BY SIZE
           WS-OD-DEADLINE-DT  DELIMITED BY SIZE
           ' 原角色串:'       DELIMITED BY SIZE
           WS-ROLE-CDS        DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 从WS-ROLE-CDS去掉WS-ROLE-CD得WS-NEW-ROLE-CDS(其余角色依次
*> 前移，不留空槽)；本就不持有时WS-ROLE-REMOVED为'N'
REMOVE-ROLE-FROM-CDS.
    MOVE 'N' TO WS-ROLE-REMOVED
    MOVE SPACES TO WS-NEW-ROLE-CDS
    MOVE 0 TO WS-N
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 10
       IF WS-ROLE-SLOT(WS-R) = WS-ROLE-CD
          MOVE 'Y' TO WS-ROLE-REMOVED
       ELSE
          IF WS-ROLE-SLOT(WS-R) NOT = SPACES
             ADD 1 TO WS-N
             MOVE WS-ROLE-SLOT(WS-R) TO WS-NEW-SLOT(WS-N)
          END-IF
       END-IF
    END-PERFORM.

*> 期满且无待认证条目的活动置'1'关闭
CLOSE-EXPIRED-CAMPAIGNS.
    EXEC SQL
        UPDATE TELR_RECERT_CAMPAIGN
           SET STATUS_CD = '1',
               UPD_TM = CURRENT_TIMESTAMP
         WHERE STATUS_CD = '0'
           AND DEADLINE_DT < :WS-BD-BIZ-DT
           AND NOT EXISTS (SELECT 1
                             FROM TELR_RECERT_ITEM I
                            WHERE I.CAMPAIGN_ID =
                                  TELR_RECERT_CAMPAIGN.CAMPAIGN_ID
                              AND I.STATUS_CD = '0')
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '认证活动关闭失败'
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 认证期限天数(系统级设置挂默认租户001名下，同CORPREVIEW01)
READ-RECERT-PARAMS.
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = '001'
           AND PARAM_NM = 'RECERT_ATTEST_DAYS'
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-ATTEST-DAYS = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.
