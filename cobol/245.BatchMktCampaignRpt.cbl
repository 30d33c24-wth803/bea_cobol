IDENTIFICATION DIVISION.
PROGRAM-ID. CMPGNRPT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 营销活动效果报表：一行一个活动，入选/分原因剔除/触达/转化
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(250).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-CMPGN-COUNT          PIC 9(7) VALUE 0.
01  WS-CUTOFF-DT            PIC X(08).
01  WS-WORK-INT             PIC 9(9).
01  WS-WORK-NUM             PIC 9(8).
01  WS-CONV-RATE            PIC 9(3)V99.
01  WS-CONV-RATE-ED         PIC ZZ9.99.

*> 活动游标读出的一行
01  WS-TENANT-NO            PIC X(10).
01  WS-CMPGN-ID             PIC X(12).
01  WS-CMPGN-NM             PIC X(60).
01  WS-CHNL-CD              PIC X(02).
01  WS-START-DT             PIC X(08).
01  WS-END-DT               PIC X(08).
01  WS-STUS-CD              PIC X(01).
01  WS-SEL-COUNT            PIC 9(9).
01  WS-DECD-COUNT           PIC 9(9).
01  WS-CLSD-COUNT           PIC 9(9).
01  WS-FRZN-COUNT           PIC 9(9).
01  WS-HRSK-COUNT           PIC 9(9).
01  WS-NCTC-COUNT           PIC 9(9).
01  WS-DND-COUNT            PIC 9(9).
01  WS-CNTC-COUNT           PIC 9(9).
01  WS-ACPT-COUNT           PIC 9(9).
01  WS-DECL-COUNT           PIC 9(9).
01  WS-OPTOUT-COUNT         PIC 9(9).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'CMPGNRPT01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 营销活动效果日报：已选客的活动(MKT_CAMPAIGN，含选客后撤销的)
*> 按MKT_CAMPAIGN_TARGET汇总——入选数、分原因剔除数(身故/销户/
*> 冻结/高风险/无联络方式/勿扰)、触达数(有任一回执即算触达)、
*> 转化数(回执02接受)及转化率(接受/入选)，另列拒绝与退订。
*> 活动结束30天内照列，回执晚到的也能统计进去。只出报表不改数据
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE

    COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-BD-BIZ-DT)) - 30
    COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
    MOVE WS-WORK-NUM TO WS-CUTOFF-DT

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'MKT.CAMPAIGN.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT           DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '营销活动效果报表 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE CMPGN-RPT-CUR CURSOR FOR
        SELECT C.TENANT_NO, C.CMPGN_ID, C.CMPGN_NM, C.CHNL_CD,
               C.START_DT, C.END_DT, C.STUS_CD,
               SUM(CASE WHEN T.SEL_STUS_CD = 'S' THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.SUPPR_RSN_CD = 'DECD' THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.SUPPR_RSN_CD = 'CLSD' THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.SUPPR_RSN_CD = 'FRZN' THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.SUPPR_RSN_CD = 'HRSK' THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.SUPPR_RSN_CD = 'NCTC' THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.SUPPR_RSN_CD = 'DND' THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.SEL_STUS_CD = 'S'
                         AND COALESCE(T.RESP_CD, ' ') NOT = ' '
                        THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.RESP_CD = '02' THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.RESP_CD = '03' THEN 1 ELSE 0 END),
               SUM(CASE WHEN T.RESP_CD = '04' THEN 1 ELSE 0 END)
          FROM MKT_CAMPAIGN C
          LEFT JOIN MKT_CAMPAIGN_TARGET T
            ON T.TENANT_NO = C.TENANT_NO
           AND T.CMPGN_ID = C.CMPGN_ID
         WHERE C.VALID_FLG = '1'
           AND COALESCE(C.SEL_DT, ' ') NOT = ' '
           AND C.END_DT >= :WS-CUTOFF-DT
         GROUP BY C.TENANT_NO, C.CMPGN_ID, C.CMPGN_NM, C.CHNL_CD,
                  C.START_DT, C.END_DT, C.STUS_CD
         ORDER BY C.TENANT_NO, C.START_DT, C.CMPGN_ID
    END-EXEC.

    EXEC SQL OPEN CMPGN-RPT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '营销活动效果游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH CMPGN-RPT-CUR
            INTO :WS-TENANT-NO, :WS-CMPGN-ID, :WS-CMPGN-NM,
                 :WS-CHNL-CD, :WS-START-DT, :WS-END-DT, :WS-STUS-CD,
                 :WS-SEL-COUNT, :WS-DECD-COUNT, :WS-CLSD-COUNT,
                 :WS-FRZN-COUNT, :WS-HRSK-COUNT, :WS-NCTC-COUNT,
                 :WS-DND-COUNT, :WS-CNTC-COUNT, :WS-ACPT-COUNT,
                 :WS-DECL-COUNT, :WS-OPTOUT-COUNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-CAMPAIGN-LINES
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '营销活动效果游标读取失败，报表可能不完整'
    END-IF.

    EXEC SQL CLOSE CMPGN-RPT-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '活动个数:'     DELIMITED BY SIZE
           WS-CMPGN-COUNT  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同XREFCHK01)
    MOVE WS-CMPGN-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '营销活动效果报表完成，活动个数:' WS-CMPGN-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 一个活动两行：首行活动概况与入选/触达/转化，次行分原因剔除
WRITE-CAMPAIGN-LINES.
    ADD 1 TO WS-CMPGN-COUNT

    IF WS-SEL-COUNT > 0
       COMPUTE WS-CONV-RATE ROUNDED =
               WS-ACPT-COUNT * 100 / WS-SEL-COUNT
    ELSE
       MOVE 0 TO WS-CONV-RATE
    END-IF
    MOVE WS-CONV-RATE TO WS-CONV-RATE-ED

    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-CMPGN-ID          DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-CMPGN-NM          DELIMITED BY '  '
           ' 渠道:'             DELIMITED BY SIZE
           WS-CHNL-CD           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-START-DT          DELIMITED BY SIZE
           '-'                  DELIMITED BY SIZE
           WS-END-DT            DELIMITED BY SIZE
           ' 状态:'             DELIMITED BY SIZE
           WS-STUS-CD           DELIMITED BY SIZE
           ' 入选:'             DELIMITED BY SIZE
           WS-SEL-COUNT         DELIMITED BY SIZE
           ' 触达:'             DELIMITED BY SIZE
           WS-CNTC-COUNT        DELIMITED BY SIZE
           ' 转化:'             DELIMITED BY SIZE
           WS-ACPT-COUNT        DELIMITED BY SIZE
           ' 转化率%:'          DELIMITED BY SIZE
           WS-CONV-RATE-ED      DELIMITED BY SIZE
           ' 拒绝:'             DELIMITED BY SIZE
           WS-DECL-COUNT        DELIMITED BY SIZE
           ' 退订:'             DELIMITED BY SIZE
           WS-OPTOUT-COUNT      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    STRING '    剔除 身故:'     DELIMITED BY SIZE
           WS-DECD-COUNT        DELIMITED BY SIZE
           ' 销户:'             DELIMITED BY SIZE
           WS-CLSD-COUNT        DELIMITED BY SIZE
           ' 冻结:'             DELIMITED BY SIZE
           WS-FRZN-COUNT        DELIMITED BY SIZE
           ' 高风险:'           DELIMITED BY SIZE
           WS-HRSK-COUNT        DELIMITED BY SIZE
           ' 无联络方式:'       DELIMITED BY SIZE
           WS-NCTC-COUNT        DELIMITED BY SIZE
           ' 勿扰:'             DELIMITED BY SIZE
           WS-DND-COUNT         DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
