IDENTIFICATION DIVISION.
PROGRAM-ID. PEPRECFM01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> PEP年度复认到期清单：一行一个最近一次复认已超过一年(或从未
*> 复认)的在力PEP本人，供合规岗逐户核实后经MGMTPEP01复认(04)
*> 或解除认定(03)
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

*> 复认周期(天)：PEP身份一年一复认
01  WS-CYCLE-DAYS           PIC 9(5) VALUE 365.

01  WS-CURRENT-DATE-NUM     PIC 9(8).
01  WS-TODAY-INTEGER        PIC 9(7).
01  WS-WORK-INTEGER         PIC 9(7).
01  WS-WORK-DATE-NUM        PIC 9(8).
01  WS-CUTOFF-DT            PIC X(08).

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-DUE-COUNT            PIC 9(7) VALUE 0.
01  WS-NEVER-CFM-COUNT      PIC 9(7) VALUE 0.

*> 游标读出的一行数据
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(10).
01  WS-CUST-NM              PIC X(50).
01  WS-PEP-CATG-CD          PIC X(02).
01  WS-PSTN-DESC            PIC X(60).
01  WS-LAST-CFM-DT          PIC X(08).
01  WS-RELA-COUNT           PIC 9(5).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'PEPRECFM01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> PEP年度复认批：CUST_PEP_INFO(MGMTPEP01维护)中在力的PEP本人
*> 登记，最近复认日期早于业务日期前一年或从未复认的，列入复认
*> 到期清单并带出其在力关联人标识数，口径同RISKREVIEW01的
*> 年审到期清单。只列清单不改状态——是否仍为PEP由合规岗核实
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE FUNCTION NUMVAL(WS-BD-BIZ-DT) TO WS-CURRENT-DATE-NUM
    COMPUTE WS-TODAY-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
    COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER - WS-CYCLE-DAYS
    COMPUTE WS-WORK-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
    MOVE WS-WORK-DATE-NUM TO WS-CUTOFF-DT

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'PEP.RECONFIRM.DUE.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING 'PEP年度复认到期清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                  DELIMITED BY SIZE
           ' 复认截止:'                  DELIMITED BY SIZE
           WS-CUTOFF-DT                  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE PEP-CFM-DUE-CUR CURSOR FOR
        SELECT P.TENANT_NO, P.CUST_NO, C.CUST_NM, P.PEP_CATG_CD,
               P.PSTN_DESC, COALESCE(P.LAST_CFM_DT, ' ')
          FROM CUST_PEP_INFO P, CUSTOMER_BASIC_INFO C
         WHERE P.PEP_TYP_CD = '1'
           AND P.STATUS_CD = '1'
           AND C.CUST_NO = P.CUST_NO
           AND C.TENANT_NO = P.TENANT_NO
           AND (P.LAST_CFM_DT IS NULL
                OR P.LAST_CFM_DT = ' '
                OR P.LAST_CFM_DT <= :WS-CUTOFF-DT)
         ORDER BY P.TENANT_NO, P.LAST_CFM_DT, P.CUST_NO
    END-EXEC.

    EXEC SQL OPEN PEP-CFM-DUE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY 'PEP复认到期游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH PEP-CFM-DUE-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-CUST-NM,
                 :WS-PEP-CATG-CD, :WS-PSTN-DESC, :WS-LAST-CFM-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-DUE-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE PEP-CFM-DUE-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING 'TOTAL RECONFIRM DUE: ' DELIMITED BY SIZE
           WS-DUE-COUNT            DELIMITED BY SIZE
           ' NEVER CONFIRMED: '    DELIMITED BY SIZE
           WS-NEVER-CFM-COUNT      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同RISKREVIEW01)
    MOVE WS-DUE-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY 'PEP年度复认到期扫描完成，到期PEP数:' WS-DUE-COUNT

    GOBACK.

*> 写出一条复认到期记录(带该PEP名下在力关联人标识数，便于合规
*> 岗连同关联人一并复核)
WRITE-DUE-RECORD.
    ADD 1 TO WS-DUE-COUNT
    IF WS-LAST-CFM-DT = SPACES
       ADD 1 TO WS-NEVER-CFM-COUNT
       MOVE 'NEVER' TO WS-LAST-CFM-DT
    END-IF

    MOVE 0 TO WS-RELA-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RELA-COUNT
          FROM CUST_PEP_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND RELA_PEP_CUST_NO = :WS-CUST-NO
           AND PEP_TYP_CD = '2'
           AND STATUS_CD = '1'
    END-EXEC

    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO     DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-CUST-NO       DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-CUST-NM       DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-PEP-CATG-CD   DELIMITED BY SIZE
           ' LAST-CFM '     DELIMITED BY SIZE
           WS-LAST-CFM-DT   DELIMITED BY SIZE
           ' RELATED '      DELIMITED BY SIZE
           WS-RELA-COUNT    DELIMITED BY SIZE
           ' '              DELIMITED BY SIZE
           WS-PSTN-DESC     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.
