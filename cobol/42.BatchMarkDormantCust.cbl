FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PART-FILE ASSIGN TO WS-PT-PART-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PT-FILE-STATUS.
    SELECT SORT-FILE ASSIGN TO 'DORMSCAN.SORTWK'.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(80).

*> 分区报告(合并步读入)：分区实例只写明细行，小计/总计由合并步
*> 按租户重新归集
FD  PART-FILE.
01  PART-RECORD                 PIC X(80).

SD  SORT-FILE.
01  SORT-RECORD.
    05  SR-TENANT-NO            PIC X(10).
    05  FILLER                  PIC X(01).
    05  SR-CUST-NO              PIC X(20).
    05  FILLER                  PIC X(49).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.
*> 租户运行参数：命令行传入租户号时只扫描该租户并在输出文件
*> 名后缀租户号，各租户运营团队只拿到自己的客户；空白时沿用
*> 全租户合并输出
01  WS-RUN-PARM             PIC X(40).
01  WS-RUN-TENANT-NO        PIC X(10).
*> 机构运行参数：命令行11-20位传入机构号时只扫描该机构的客户
*> 并在输出文件名后缀机构号——"哪个网点"维度的排查不再全量翻
01  WS-BAL-EXEMPT-TXT       PIC X(15).
01  WS-RPT-FILE-NAME        PIC X(60).

*> 分区并行(BATPART01)工作区：命令行21-40位分区参数，分区实例只
*> 扫本分区客户、明细写分区文件并以'DORMSCAN01.Pnnn'登记运行控制；
*> 合并步(M)核对各分区全部完成后汇成与单跑相同的报告
01  WS-PT-MODE-CD           PIC X(01).
01  WS-PT-JOB-NM            PIC X(20) VALUE 'DORMSCAN01'.
01  WS-PT-SPEC              PIC X(20).
01  WS-PT-RESP-CODE         PIC X(06).
01  WS-PT-RESP-MSG          PIC X(50).
01  WS-PT-RUN-MODE-CD       PIC X(01).
01  WS-PT-PART-NO           PIC 9(03).
01  WS-PT-PART-CNT          PIC 9(03).
01  WS-PT-BUCKET-NO         PIC 9(03).
01  WS-PT-LOW-CUST-NO       PIC X(20).
01  WS-PT-HIGH-CUST-NO      PIC X(20).
01  WS-PT-PART-JOB-NM       PIC X(20).
01  WS-PT-FORCE-FLG         PIC X(01).
01  WS-PT-RECORDS           PIC 9(09).
01  WS-PT-MERGE-PART-NO     PIC 9(03).
01  WS-PT-PART-FILE-NAME    PIC X(60).
01  WS-PT-FILE-STATUS       PIC X(02).
01  WS-PT-EOF-FLG           PIC X(01).
01  WS-PT-MERGE-FAIL-FLG    PIC X(01) VALUE 'N'.

*> 批量运行控制(BATRUNCTL01)工作区：分区实例按分区作业名、合并步
*> 按基础作业名登记
01  WS-RC-JOB-NM            PIC X(20).
01  WS-RC-MODE-CD           PIC X(01).
01  WS-RC-RECORDS           PIC 9(09).
01  WS-RC-CHKPT-KEY         PIC X(20) VALUE SPACES.
01  WS-RC-RESP-CODE         PIC X(06).
01  WS-RC-RESP-MSG          PIC X(50).
01  WS-RC-RESTART-KEY       PIC X(20).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    PERFORM READ-BAL-EXEMPT-PARAM

    PERFORM READ-SYS-BIZ-DATE

    *> 分区参数：空白为整表单跑；M为合并步；H/R为分区实例(已完成
    *> 的分区直接跳过，重跑只补失败的分区)
    MOVE WS-RUN-PARM(21:20) TO WS-PT-SPEC
    MOVE 'P' TO WS-PT-MODE-CD
    PERFORM CALL-BATPART
    IF WS-PT-RESP-CODE NOT = '000000'
       DISPLAY '分区参数不正确:' WS-PT-RESP-MSG
       GOBACK
    END-IF
    IF WS-PT-RUN-MODE-CD = 'M'
       PERFORM MERGE-PART-REPORTS
       GOBACK
    END-IF
    IF WS-PT-RUN-MODE-CD NOT = SPACES
       PERFORM OPEN-PART-RUN
       IF WS-RC-RESP-CODE NOT = '000000'
          GOBACK
       END-IF
    END-IF
    MOVE FUNCTION NUMVAL(WS-BD-BIZ-DT) TO WS-CURRENT-DATE-NUM
    COMPUTE WS-CUTOFF-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                OR B.TENANT_NO = :WS-RUN-TENANT-NO)
           AND (:WS-RUN-BRANCH-NO = ' '
                OR B.BRANCH_NO = :WS-RUN-BRANCH-NO)
           AND (:WS-PT-RUN-MODE-CD = ' '
                OR (:WS-PT-RUN-MODE-CD = 'H'
                    AND MOD(ASCII(SUBSTR(B.CUST_NO,
                                LENGTH(TRIM(B.CUST_NO)) - 1, 1)) * 10
                            + ASCII(SUBSTR(B.CUST_NO,
                                LENGTH(TRIM(B.CUST_NO)), 1)),
                            :WS-PT-PART-CNT) = :WS-PT-BUCKET-NO)
                OR (:WS-PT-RUN-MODE-CD = 'R'
                    AND B.CUST_NO >= :WS-PT-LOW-CUST-NO
                    AND B.CUST_NO <= :WS-PT-HIGH-CUST-NO))
           AND COALESCE(B.DORM_FLG, '0') NOT = '1'
           AND B.UPD_TM < :WS-CUTOFF-TS
           AND NOT EXISTS (SELECT 1
    IF SQLCODE NOT = 0
       DISPLAY '睡眠客户扫描游标打开失败'
       CLOSE REPORT-FILE
       IF WS-PT-RUN-MODE-CD NOT = SPACES
          MOVE 'F' TO WS-RC-MODE-CD
          PERFORM CALL-BATRUNCTL
       END-IF
       GOBACK
    END-IF.


    EXEC SQL CLOSE DORM-CUST-CUR END-EXEC.

    *> 分区实例只留明细，小计/总计由合并步统一归集
    IF WS-PT-RUN-MODE-CD = SPACES
       PERFORM WRITE-REPORT-TOTALS
    END-IF

    CLOSE REPORT-FILE

    IF WS-PT-RUN-MODE-CD NOT = SPACES
       MOVE 'C' TO WS-RC-MODE-CD
       MOVE WS-MARK-COUNT TO WS-RC-RECORDS
       PERFORM CALL-BATRUNCTL
    END-IF

    DISPLAY '睡眠客户扫描批处理完成，标记客户数:' WS-MARK-COUNT.

    GOBACK.
MARK-ONE-DORMANT-CUST.
    IF WS-TENANT-NO NOT = WS-PREV-TENANT-NO
       IF WS-PREV-TENANT-NO NOT = SPACES
          AND WS-PT-RUN-MODE-CD = SPACES
          PERFORM WRITE-TENANT-SUBTOTAL
       END-IF
       MOVE WS-TENANT-NO TO WS-PREV-TENANT-NO

    EXEC SQL START TRANSACTION END-EXEC.

    *> 随标志记下判睡眠的业务日期(DORM_DT)，月度客户基数报表
    *> (CUSTMISBAT01)据此统计当月转睡眠户数
    EXEC SQL
        UPDATE CUSTOMER_BASIC_INFO
           SET DORM_FLG = '1',
               DORM_DT = :WS-BD-BIZ-DT
         WHERE CUST_NO = :WS-CUST-NO
           AND TENANT_NO = :WS-TENANT-NO
           AND VALID_FLG = '1'
       END-IF
    END-IF.

*> 报告尾：末租户小计与全部标记总数(单跑与合并步共用)
WRITE-REPORT-TOTALS.
    IF WS-PREV-TENANT-NO NOT = SPACES
       PERFORM WRITE-TENANT-SUBTOTAL
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING 'TOTAL DORMANT MARKED: ' DELIMITED BY SIZE
           WS-MARK-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-TENANT-SUBTOTAL.
    MOVE SPACES TO REPORT-RECORD
    STRING 'TENANT ' DELIMITED BY SIZE
       COMPUTE WS-BAL-EXEMPT-AMT =
               FUNCTION NUMVAL(WS-BAL-EXEMPT-TXT)
    END-IF.

*> 分区实例起跑登记：分区文件名为报告名+'.Pnnn'；同日该分区已
*> 完成时跳过(重跑只补失败的分区)，强制标志'F'时照跑
OPEN-PART-RUN.
    MOVE SPACES TO WS-PT-PART-FILE-NAME
    STRING FUNCTION TRIM(WS-RPT-FILE-NAME) DELIMITED BY SIZE
           '.P' DELIMITED BY SIZE
           WS-PT-PART-NO DELIMITED BY SIZE
      INTO WS-PT-PART-FILE-NAME
    END-STRING
    MOVE WS-PT-PART-FILE-NAME TO WS-RPT-FILE-NAME

    MOVE WS-PT-PART-JOB-NM TO WS-RC-JOB-NM
    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL
    IF WS-RC-RESP-CODE = 'F20060'
       DISPLAY '分区已完成，跳过:' WS-PT-PART-JOB-NM
    ELSE
       IF WS-RC-RESP-CODE NOT = '000000'
          DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       END-IF
    END-IF.

*> 合并步：全部分区完成后以基础作业名登记运行控制，各分区明细
*> 按租户+客户号排序后重新归集小计/总计，写出与单跑同名的报告
MERGE-PART-REPORTS.
    MOVE 'V' TO WS-PT-MODE-CD
    PERFORM CALL-BATPART
    IF WS-PT-RESP-CODE NOT = '000000'
       DISPLAY '分区合并拒绝:' WS-PT-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE WS-PT-JOB-NM TO WS-RC-JOB-NM
    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT REPORT-FILE
    SORT SORT-FILE
        ON ASCENDING KEY SR-TENANT-NO SR-CUST-NO
        INPUT PROCEDURE IS MERGE-READ-PARTS
        OUTPUT PROCEDURE IS MERGE-WRITE-REPORT
    PERFORM WRITE-REPORT-TOTALS
    CLOSE REPORT-FILE

    IF WS-PT-MERGE-FAIL-FLG = 'Y'
       MOVE 'F' TO WS-RC-MODE-CD
    ELSE
       MOVE 'C' TO WS-RC-MODE-CD
    END-IF
    MOVE WS-MARK-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

    DISPLAY '睡眠客户扫描分区合并完成，分区数:' WS-PT-PART-CNT
            ' 标记客户数:' WS-MARK-COUNT.

MERGE-READ-PARTS.
    PERFORM VARYING WS-PT-MERGE-PART-NO FROM 1 BY 1
      UNTIL WS-PT-MERGE-PART-NO > WS-PT-PART-CNT
       MOVE SPACES TO WS-PT-PART-FILE-NAME
       STRING FUNCTION TRIM(WS-RPT-FILE-NAME) DELIMITED BY SIZE
              '.P' DELIMITED BY SIZE
              WS-PT-MERGE-PART-NO DELIMITED BY SIZE
         INTO WS-PT-PART-FILE-NAME
       END-STRING
       PERFORM RELEASE-ONE-PART
    END-PERFORM.

RELEASE-ONE-PART.
    OPEN INPUT PART-FILE
    IF WS-PT-FILE-STATUS NOT = '00'
       DISPLAY '分区报告文件打开失败:' WS-PT-PART-FILE-NAME
               ' 状态:' WS-PT-FILE-STATUS
       MOVE 'Y' TO WS-PT-MERGE-FAIL-FLG
       EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO WS-PT-EOF-FLG
    PERFORM UNTIL WS-PT-EOF-FLG = 'Y'
       READ PART-FILE
          AT END
             MOVE 'Y' TO WS-PT-EOF-FLG
          NOT AT END
             MOVE PART-RECORD TO SORT-RECORD
             RELEASE SORT-RECORD
       END-READ
    END-PERFORM

    CLOSE PART-FILE.

MERGE-WRITE-REPORT.
    MOVE 'N' TO WS-PT-EOF-FLG
    PERFORM UNTIL WS-PT-EOF-FLG = 'Y'
       RETURN SORT-FILE
          AT END
             MOVE 'Y' TO WS-PT-EOF-FLG
          NOT AT END
             PERFORM WRITE-MERGED-LINE
       END-RETURN
    END-PERFORM.

WRITE-MERGED-LINE.
    IF SR-TENANT-NO NOT = WS-PREV-TENANT-NO
       IF WS-PREV-TENANT-NO NOT = SPACES
          PERFORM WRITE-TENANT-SUBTOTAL
       END-IF
       MOVE SR-TENANT-NO TO WS-PREV-TENANT-NO
       MOVE 0 TO WS-TENANT-MARK-COUNT
    END-IF
    ADD 1 TO WS-MARK-COUNT
    ADD 1 TO WS-TENANT-MARK-COUNT
    MOVE SORT-RECORD TO REPORT-RECORD
    WRITE REPORT-RECORD.

CALL-BATPART.
    CALL 'BATPART01' USING WS-PT-MODE-CD, WS-PT-JOB-NM,
                           WS-BD-BIZ-DT, WS-PT-SPEC,
                           WS-PT-RESP-CODE, WS-PT-RESP-MSG,
                           WS-PT-RUN-MODE-CD, WS-PT-PART-NO,
                           WS-PT-PART-CNT, WS-PT-BUCKET-NO,
                           WS-PT-LOW-CUST-NO, WS-PT-HIGH-CUST-NO,
                           WS-PT-PART-JOB-NM, WS-PT-FORCE-FLG,
                           WS-PT-RECORDS
    END-CALL.

CALL-BATRUNCTL.
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-BD-BIZ-DT,
                             WS-RC-MODE-CD, WS-PT-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL.
