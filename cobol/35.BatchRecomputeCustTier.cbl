ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PART-FILE ASSIGN TO WS-PT-PART-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PT-FILE-STATUS.
    SELECT SORT-FILE ASSIGN TO 'RECOMPTIER.SORTWK'.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(80).

*> 分区报告(合并步读入，行格式同上)
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
01  WS-SCANNED-COUNT            PIC 9(7) VALUE 0.

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑；业务日期取BIZDATE01，分区实例
*> 跨午夜也与合并步同归一个业务日期
01  WS-RUN-PARM            PIC X(40).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'RECOMPTIER01'.
01  WS-RC-BIZ-DT           PIC X(08).
01  WS-RC-MODE-CD          PIC X(01).
01  WS-RC-RESP-MSG         PIC X(50).
01  WS-RC-RESTART-KEY      PIC X(20).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO        PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD          PIC X(01).
01  WS-BD-SET-DT           PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

01  WS-RPT-FILE-NAME       PIC X(60) VALUE 'CUST.TIER.RECOMPUTE.REPORT'.

*> 分区并行(BATPART01)工作区：命令行21-40位分区参数，分区实例只
*> 扫本分区客户、以'RECOMPTIER01.Pnnn'登记运行控制并按分区检查点
*> 续扫；合并步(M)核对各分区全部完成后汇成与单跑相同的报告
01  WS-PT-MODE-CD           PIC X(01).
01  WS-PT-JOB-NM            PIC X(20) VALUE 'RECOMPTIER01'.
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

*> FETCH刚取到的SQLCODE单独保存下来作为外层游标循环的退出条件，
*> 不能直接用共享的SQLCODE，否则RECOMPUTE-ONE-CUST-TIER里的COUNT/
*> SUM查询或UPDATE(任一失败都会覆盖SQLCODE为非0)会被外层循环误判
    ELSE
       MOVE 'N' TO WS-RC-FORCE-FLG
    END-IF
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL
    MOVE WS-BD-BIZ-DT TO WS-RC-BIZ-DT

    *> 分区参数：空白为整表单跑；M为合并步；H/R为分区实例，按分区
    *> 作业名登记运行控制(已完成的分区直接跳过，重跑只补失败的
    *> 分区，中断的分区按各自检查点续扫)
    MOVE WS-RUN-PARM(21:20) TO WS-PT-SPEC
    MOVE 'P' TO WS-PT-MODE-CD
    PERFORM CALL-BATPART
    IF WS-PT-RESP-CODE NOT = '000000'
       DISPLAY '分区参数不正确:' WS-PT-RESP-MSG
       GOBACK
    END-IF
    IF WS-PT-FORCE-FLG = 'Y'
       MOVE 'Y' TO WS-RC-FORCE-FLG
    END-IF
    IF WS-PT-RUN-MODE-CD = 'M'
       PERFORM MERGE-PART-REPORTS
       GOBACK
    END-IF
    IF WS-PT-RUN-MODE-CD NOT = SPACES
       MOVE WS-PT-PART-JOB-NM TO WS-RC-JOB-NM
       MOVE SPACES TO WS-PT-PART-FILE-NAME
       STRING FUNCTION TRIM(WS-RPT-FILE-NAME) DELIMITED BY SIZE
              '.P' DELIMITED BY SIZE
              WS-PT-PART-NO DELIMITED BY SIZE
         INTO WS-PT-PART-FILE-NAME
       END-STRING
       MOVE WS-PT-PART-FILE-NAME TO WS-RPT-FILE-NAME
    END-IF

    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    MOVE SPACES TO WS-RC-CHKPT-KEY
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL
    IF WS-RC-RESP-CODE = 'F20060' AND WS-PT-RUN-MODE-CD NOT = SPACES
       DISPLAY '分区已完成，跳过:' WS-RC-JOB-NM
       GOBACK
    END-IF
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    *> 从检查点续扫时接着上次的报告往下写，中断前已改等级的客户
    *> 不从报告里丢掉
    IF WS-RC-RESTART-KEY NOT = SPACES
       OPEN EXTEND REPORT-FILE
    ELSE
       OPEN OUTPUT REPORT-FILE
    END-IF

    *> 按客户逐一重算等级，仅扫描在网有效对私客户
    EXEC SQL
         WHERE CUST_TYP_CD IN ('0', '01')
           AND VALID_FLG = '1'
           AND CUST_NO > :WS-RC-RESTART-KEY
           AND (:WS-PT-RUN-MODE-CD = ' '
                OR (:WS-PT-RUN-MODE-CD = 'H'
                    AND MOD(ASCII(SUBSTR(CUST_NO,
                                LENGTH(TRIM(CUST_NO)) - 1, 1)) * 10
                            + ASCII(SUBSTR(CUST_NO,
                                LENGTH(TRIM(CUST_NO)), 1)),
                            :WS-PT-PART-CNT) = :WS-PT-BUCKET-NO)
                OR (:WS-PT-RUN-MODE-CD = 'R'
                    AND CUST_NO >= :WS-PT-LOW-CUST-NO
                    AND CUST_NO <= :WS-PT-HIGH-CUST-NO))
         ORDER BY CUST_NO
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '客户等级重算游标打开失败'
       CLOSE REPORT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE WS-SCANNED-COUNT TO WS-RC-RECORDS
       CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                                WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                                WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                                WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                                WS-RC-RESTART-KEY
       END-CALL
       GOBACK
    END-IF.


       IF WS-FETCH-SQLCODE = 0
          PERFORM RECOMPUTE-ONE-CUST-TIER
             THRU EXIT-RECOMPUTE-ONE-CUST-TIER
       END-IF
    END-PERFORM.


EXIT-RECOMPUTE-ONE-CUST-TIER.
    EXIT.

*> 合并步：全部分区完成后以基础作业名登记运行控制，各分区报告
*> 按客户号排序合并(单跑即按客户号顺序出报告)，扫描数取各分区
*> 运行控制登记的处理记录数合计
MERGE-PART-REPORTS.
    MOVE 'V' TO WS-PT-MODE-CD
    PERFORM CALL-BATPART
    IF WS-PT-RESP-CODE NOT = '000000'
       DISPLAY '分区合并拒绝:' WS-PT-RESP-MSG
       EXIT PARAGRAPH
    END-IF

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
       EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT REPORT-FILE
    SORT SORT-FILE
        ON ASCENDING KEY SR-CUST-NO
        INPUT PROCEDURE IS MERGE-READ-PARTS
        OUTPUT PROCEDURE IS MERGE-WRITE-REPORT
    CLOSE REPORT-FILE

    IF WS-PT-MERGE-FAIL-FLG = 'Y'
       MOVE 'F' TO WS-RC-MODE-CD
    ELSE
       MOVE 'C' TO WS-RC-MODE-CD
    END-IF
    MOVE WS-PT-RECORDS TO WS-RC-RECORDS
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL

    DISPLAY '客户等级重算分区合并完成，分区数:' WS-PT-PART-CNT
            ' 扫描客户数:' WS-PT-RECORDS
    DISPLAY '等级发生变化客户数:' WS-CHANGED-COUNT.

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
             ADD 1 TO WS-CHANGED-COUNT
             MOVE SORT-RECORD TO REPORT-RECORD
             WRITE REPORT-RECORD
       END-RETURN
    END-PERFORM.

CALL-BATPART.
    CALL 'BATPART01' USING WS-PT-MODE-CD, WS-PT-JOB-NM,
                           WS-RC-BIZ-DT, WS-PT-SPEC,
                           WS-PT-RESP-CODE, WS-PT-RESP-MSG,
                           WS-PT-RUN-MODE-CD, WS-PT-PART-NO,
                           WS-PT-PART-CNT, WS-PT-BUCKET-NO,
                           WS-PT-LOW-CUST-NO, WS-PT-HIGH-CUST-NO,
                           WS-PT-PART-JOB-NM, WS-PT-FORCE-FLG,
                           WS-PT-RECORDS
    END-CALL.
