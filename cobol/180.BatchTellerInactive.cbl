IDENTIFICATION DIVISION.
PROGRAM-ID. TELRIDLE01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 久未办理业务柜员暂停报告：一行一个本次暂停的柜员(带最后活动
*> 时间与所用判定天数)，按租户分组并带每租户小计(同DORMSCAN01)
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(120).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

*> 暂停判定天数：按柜员所属租户取租户参数TELR_IDLE_DAYS，本租户
*> 未配置时取默认租户001下的同名参数，再未配置按90天处理
01  WS-IDLE-DAYS                PIC 9(5) VALUE 90.
01  WS-SYS-IDLE-DAYS            PIC 9(5) VALUE 90.
01  WS-PARAM-TXT                PIC X(10).

01  WS-CURRENT-DATE-NUM         PIC 9(8).
01  WS-CUTOFF-INTEGER           PIC 9(7).
01  WS-CUTOFF-DATE-NUM          PIC 9(8).
01  WS-CUTOFF-TS                PIC X(10).

01  WS-SUSPEND-COUNT            PIC 9(7) VALUE 0.
01  WS-TENANT-SUSPEND-COUNT     PIC 9(7) VALUE 0.
01  WS-PREV-TENANT-NO           PIC X(10) VALUE SPACES.

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件
01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.

*> 游标读出的一行数据：最后活动时间取SVC_INVOKE_JOURNAL中该柜员
*> 在本租户的最近一次调用，从未调用过的取柜员登记时间
01  WS-TENANT-NO                PIC X(10).
01  WS-TELR-NO                  PIC X(10).
01  WS-BRANCH-NO                PIC X(10).
01  WS-LAST-ACT-TM              PIC X(26).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'TELRIDLE01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 久未办理业务柜员暂停批(日跑)：在册有效柜员在判定天数内于
*> SVC_INVOKE_JOURNAL无任何调用记录的，有效标志置'2'暂停并写
*> TELLER_INFO_CHG_AUDIT。暂停后AUTHCHK01即拒绝其办理任何业务；
*> 经MGMTTELLER01恢复(04)重新启用
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE FUNCTION NUMVAL(WS-BD-BIZ-DT) TO WS-CURRENT-DATE-NUM

    *> 系统级默认天数
    MOVE '001' TO WS-TENANT-NO
    MOVE 90 TO WS-IDLE-DAYS
    PERFORM READ-IDLE-DAYS-PARAM
    MOVE WS-IDLE-DAYS TO WS-SYS-IDLE-DAYS

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'TELR.IDLE.SUSPEND.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '久未办理业务柜员暂停报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                         DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE IDLE-TELR-CUR CURSOR FOR
        SELECT T.TENANT_NO, T.TELR_NO, COALESCE(T.BRANCH_NO, ' '),
               COALESCE(MAX(J.INVOKE_TM), T.CRT_TM)
          FROM TELLER_INFO T
          LEFT JOIN SVC_INVOKE_JOURNAL J
            ON J.OPER_TELR_NO = T.TELR_NO
           AND J.TENANT_NO = T.TENANT_NO
         WHERE T.VALID_FLG = '1'
         GROUP BY T.TENANT_NO, T.TELR_NO, T.BRANCH_NO, T.CRT_TM
         ORDER BY T.TENANT_NO, T.TELR_NO
    END-EXEC.

    EXEC SQL OPEN IDLE-TELR-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '柜员活动扫描游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH IDLE-TELR-CUR
            INTO :WS-TENANT-NO, :WS-TELR-NO, :WS-BRANCH-NO,
                 :WS-LAST-ACT-TM
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-TENANT-NO NOT = WS-PREV-TENANT-NO
             PERFORM START-NEW-TENANT
          END-IF
          IF WS-LAST-ACT-TM(1:10) < WS-CUTOFF-TS
             PERFORM SUSPEND-ONE-TELLER
          END-IF
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE IDLE-TELR-CUR END-EXEC.

    IF WS-PREV-TENANT-NO NOT = SPACES
       PERFORM WRITE-TENANT-SUBTOTAL
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING 'TOTAL TELLERS SUSPENDED: ' DELIMITED BY SIZE
           WS-SUSPEND-COUNT            DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同PEPRECFM01)
    MOVE WS-SUSPEND-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '久未办理业务柜员暂停批完成，暂停柜员数:' WS-SUSPEND-COUNT.

    GOBACK.

*> 租户切换：上一租户小计，按新租户的判定天数重算截止日期
START-NEW-TENANT.
    IF WS-PREV-TENANT-NO NOT = SPACES
       PERFORM WRITE-TENANT-SUBTOTAL
    END-IF
    MOVE WS-TENANT-NO TO WS-PREV-TENANT-NO
    MOVE 0 TO WS-TENANT-SUSPEND-COUNT

    MOVE WS-SYS-IDLE-DAYS TO WS-IDLE-DAYS
    PERFORM READ-IDLE-DAYS-PARAM

    COMPUTE WS-CUTOFF-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
            - WS-IDLE-DAYS
    COMPUTE WS-CUTOFF-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

    MOVE SPACES TO WS-CUTOFF-TS
    STRING WS-CUTOFF-DATE-NUM(1:4) DELIMITED BY SIZE
           '-'                     DELIMITED BY SIZE
           WS-CUTOFF-DATE-NUM(5:2) DELIMITED BY SIZE
           '-'                     DELIMITED BY SIZE
           WS-CUTOFF-DATE-NUM(7:2) DELIMITED BY SIZE
      INTO WS-CUTOFF-TS
    END-STRING.

*> 暂停一个柜员：有效标志'1'置'2'并留柜员变更审计，逐条一事务
SUSPEND-ONE-TELLER.
    EXEC SQL START TRANSACTION END-EXEC.

    EXEC SQL
        UPDATE TELLER_INFO
           SET VALID_FLG = '2',
               UPD_TELR_NO = 'SYSIDLE',
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TELR_NO = :WS-TELR-NO
           AND TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '柜员暂停更新失败 柜员:' WS-TELR-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        INSERT INTO TELLER_INFO_CHG_AUDIT (
            TELR_NO, TENANT_NO, FLD_NM, OLD_VAL, NEW_VAL,
            OPER_TELR_NO, CHG_TM
        ) VALUES (
            :WS-TELR-NO, :WS-TENANT-NO, 'VALID_FLG', '1', '2',
            'SYSIDLE', CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '柜员暂停审计写入失败 柜员:' WS-TELR-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '柜员暂停事务提交失败 柜员:' WS-TELR-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-SUSPEND-COUNT
    ADD 1 TO WS-TENANT-SUSPEND-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO    DELIMITED BY SIZE
           ' 网点:'        DELIMITED BY SIZE
           WS-BRANCH-NO    DELIMITED BY SIZE
           ' 柜员:'        DELIMITED BY SIZE
           WS-TELR-NO      DELIMITED BY SIZE
           ' 最后活动:'    DELIMITED BY SIZE
           WS-LAST-ACT-TM  DELIMITED BY SIZE
           ' 判定天数:'    DELIMITED BY SIZE
           WS-IDLE-DAYS    DELIMITED BY SIZE
           ' SUSPENDED'    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-TENANT-SUBTOTAL.
    MOVE SPACES TO REPORT-RECORD
    STRING 'TENANT '               DELIMITED BY SIZE
           WS-PREV-TENANT-NO       DELIMITED BY SIZE
           ' SUBTOTAL: '           DELIMITED BY SIZE
           WS-TENANT-SUSPEND-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 读取WS-TENANT-NO名下的暂停判定天数；未配置时WS-IDLE-DAYS不变
READ-IDLE-DAYS-PARAM.
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = 'TELR_IDLE_DAYS'
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-IDLE-DAYS = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.
