FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PART-FILE ASSIGN TO WS-PT-PART-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(100).

*> 分区报告(合并步读入)：分区实例只写候选对明细，汇总行由合并步
*> 统一写
FD  PART-FILE.
01  PART-RECORD                 PIC X(100).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.
*> 租户/机构运行参数：命令行1-10位租户号、11-20位机构号，传入
*> 时只在该范围内配对并在报表名后缀——"哪个网点开的重复户"
*> 按机构直接排查
01  WS-RUN-PARM             PIC X(40).
01  WS-RUN-TENANT-NO        PIC X(10).
*> 机构运行参数：命令行11-20位传入机构号时只扫描该机构的客户
*> 并在输出文件名后缀机构号——"哪个网点"维度的排查不再全量翻
01  WS-LEV-MAXLEN          PIC 9(3).
01  WS-NAME-NEAR-MATCH     PIC X(01).

*> 曾用名/别名比对工作区：现名不近似时再比对双方有效曾用名/别名
*> (CUST_NAME_ALIAS)——一方登记名与另一方现名或登记名去空格不分
*> 大小写相等即入池，分值记0，报告标ALIAS
01  WS-ALIAS-HIT-COUNT     PIC 9(5).
01  WS-ALIAS-MATCH         PIC X(01).

*> 报表代次与产出登记工作区：报表文件名带业务日期代次，重跑
*> 不再覆盖昨天的证据；每次产出经RPTRUNREG01登记，过期代次由
*> RPTRETN01按保留期清理
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

*> 分区并行(BATPART01)工作区：命令行21-40位分区参数，按配对左侧
*> 客户(B1)的客户号分区——B2>B1，每一对只落在一个分区里。分区
*> 实例以'DUPSCAN01.Pnnn'登记运行控制(处理记录数即配对数)，合并
*> 步(M)核对各分区全部完成后汇成与单跑相同的报告。分区与合并的
*> 报表代次取业务日期，跨午夜的分区与合并步同归一个代次
01  WS-PT-MODE-CD           PIC X(01).
01  WS-PT-JOB-NM            PIC X(20) VALUE 'DUPSCAN01'.
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

01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    MOVE WS-RUN-PARM(1:10) TO WS-RUN-TENANT-NO
    MOVE WS-RUN-PARM(11:10) TO WS-RUN-BRANCH-NO
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL
    MOVE WS-RUN-PARM(21:20) TO WS-PT-SPEC
    MOVE 'P' TO WS-PT-MODE-CD
    PERFORM CALL-BATPART
    IF WS-PT-RESP-CODE NOT = '000000'
       DISPLAY '分区参数不正确:' WS-PT-RESP-MSG
       GOBACK
    END-IF
    IF WS-PT-RUN-MODE-CD = SPACES
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-BIZ-DT
    ELSE
       MOVE WS-BD-BIZ-DT TO WS-RPT-BIZ-DT
    END-IF
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'CUST.DUPSCAN.REPORT.' DELIMITED BY SIZE
           WS-RPT-BIZ-DT DELIMITED BY SIZE
         INTO WS-RPT-FILE-NAME
       END-STRING
    END-IF

    *> 分区参数：空白为整表单跑；M为合并步；H/R为分区实例(已完成
    *> 的分区直接跳过，重跑只补失败的分区)
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

    OPEN OUTPUT REPORT-FILE

    *> 同租户内按出生日期+性别配对在网有效对私客户(历史存量
           AND (:WS-RUN-BRANCH-NO = ' '
                OR (B1.BRANCH_NO = :WS-RUN-BRANCH-NO
                    AND B2.BRANCH_NO = :WS-RUN-BRANCH-NO))
           AND (:WS-PT-RUN-MODE-CD = ' '
                OR (:WS-PT-RUN-MODE-CD = 'H'
                    AND MOD(ASCII(SUBSTR(B1.CUST_NO,
                                LENGTH(TRIM(B1.CUST_NO)) - 1, 1)) * 10
                            + ASCII(SUBSTR(B1.CUST_NO,
                                LENGTH(TRIM(B1.CUST_NO)), 1)),
                            :WS-PT-PART-CNT) = :WS-PT-BUCKET-NO)
                OR (:WS-PT-RUN-MODE-CD = 'R'
                    AND B1.CUST_NO >= :WS-PT-LOW-CUST-NO
                    AND B1.CUST_NO <= :WS-PT-HIGH-CUST-NO))
    END-EXEC.

    EXEC SQL OPEN DUP-PAIR-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '疑似重复客户扫描游标打开失败'
       CLOSE REPORT-FILE
       IF WS-PT-RUN-MODE-CD NOT = SPACES
          MOVE 'F' TO WS-RC-MODE-CD
          PERFORM CALL-BATRUNCTL
       END-IF
       GOBACK
    END-IF.


    EXEC SQL CLOSE DUP-PAIR-CUR END-EXEC.

    *> 分区实例只留明细，汇总行由合并步统一写；分区文件不登记
    *> 报表产出(只登记合并后的正式报告)
    IF WS-PT-RUN-MODE-CD NOT = SPACES
       CLOSE REPORT-FILE
       MOVE 'C' TO WS-RC-MODE-CD
       MOVE WS-PAIR-SCAN-COUNT TO WS-RC-RECORDS
       PERFORM CALL-BATRUNCTL
       DISPLAY '疑似重复客户扫描分区完成:' WS-PT-PART-JOB-NM
               ' 配对数:' WS-PAIR-SCAN-COUNT
               ' 入池候选对:' WS-CANDIDATE-COUNT
       GOBACK
    END-IF

    PERFORM WRITE-REPORT-SUMMARY

    CLOSE REPORT-FILE


    GOBACK.

*> 报告汇总行(单跑与合并步共用)
WRITE-REPORT-SUMMARY.
    MOVE SPACES TO REPORT-RECORD
    STRING 'PAIRS SCANNED: ' DELIMITED BY SIZE
           WS-PAIR-SCAN-COUNT DELIMITED BY SIZE
           ' CANDIDATES: ' DELIMITED BY SIZE
           WS-CANDIDATE-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 对一对客户做名称近似匹配打分，近似且尚未在复核池中的写入
*> CUST_DUP_CANDIDATE(复核状态'0'待复核)，由MGMTDUPREVIEW01
*> 复核确认后经DUPMRGEXT01进入批量归并输入文件
SCORE-ONE-PAIR.
    ADD 1 TO WS-PAIR-SCAN-COUNT

    MOVE 'N' TO WS-ALIAS-MATCH
    PERFORM COMPUTE-NAME-EDIT-DISTANCE
    IF WS-NAME-NEAR-MATCH NOT = 'Y'
       PERFORM CHECK-ALIAS-NAME-MATCH
       IF WS-ALIAS-MATCH NOT = 'Y'
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-LEV-DISTANCE
    END-IF

    *> 已在复核池(含已复核)的候选对不重复入池
                 WS-LEV-DISTANCE DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          IF WS-ALIAS-MATCH = 'Y'
             MOVE ' ALIAS' TO REPORT-RECORD(62:6)
          END-IF
          WRITE REPORT-RECORD
       END-IF
    END-IF.

*> 曾用名/别名比对：客户1的有效登记名等于客户2现名或其有效登记名，
*> 或客户2的有效登记名等于客户1现名，即视为同名
CHECK-ALIAS-NAME-MATCH.
    MOVE 0 TO WS-ALIAS-HIT-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-ALIAS-HIT-COUNT
          FROM CUST_NAME_ALIAS A
         WHERE A.TENANT_NO = :WS-TENANT-NO
           AND A.VALID_FLG = '1'
           AND ((A.CUST_NO = :WS-CUST-NO-1
                 AND (UPPER(TRIM(A.ALIAS_NM)) = UPPER(TRIM(:WS-CUST-NM-2))
                      OR EXISTS (
                         SELECT 1 FROM CUST_NAME_ALIAS A2
                          WHERE A2.TENANT_NO = A.TENANT_NO
                            AND A2.CUST_NO = :WS-CUST-NO-2
                            AND A2.VALID_FLG = '1'
                            AND UPPER(TRIM(A2.ALIAS_NM)) =
                                UPPER(TRIM(A.ALIAS_NM)))))
                OR (A.CUST_NO = :WS-CUST-NO-2
                    AND UPPER(TRIM(A.ALIAS_NM)) =
                        UPPER(TRIM(:WS-CUST-NM-1))))
    END-EXEC.

    IF SQLCODE = 0 AND WS-ALIAS-HIT-COUNT > 0
       MOVE 'Y' TO WS-ALIAS-MATCH
    END-IF.

*> 客户名称近似匹配判定子程序(算法同CRTPERC01)：按字节计算
*> WS-CUST-NM-1与WS-CUST-NM-2之间的Levenshtein编辑距离，距离
*> 不超过较长名称长度30%时视为近似匹配
    ELSE
       MOVE 'N' TO WS-NAME-NEAR-MATCH
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

*> 合并步：全部分区完成后以基础作业名登记运行控制，各分区候选对
*> 按分区顺序接续(单跑本无排序)，配对数取各分区运行控制登记的
*> 处理记录数合计，候选对数按合并行数重数，合并报告照常登记产出
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
    PERFORM VARYING WS-PT-MERGE-PART-NO FROM 1 BY 1
      UNTIL WS-PT-MERGE-PART-NO > WS-PT-PART-CNT
       MOVE SPACES TO WS-PT-PART-FILE-NAME
       STRING FUNCTION TRIM(WS-RPT-FILE-NAME) DELIMITED BY SIZE
              '.P' DELIMITED BY SIZE
              WS-PT-MERGE-PART-NO DELIMITED BY SIZE
         INTO WS-PT-PART-FILE-NAME
       END-STRING
       PERFORM COPY-ONE-PART
    END-PERFORM
    MOVE WS-PT-RECORDS TO WS-PAIR-SCAN-COUNT
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE REPORT-FILE

    IF WS-PT-MERGE-FAIL-FLG = 'Y'
       MOVE 'F' TO WS-RC-MODE-CD
    ELSE
       MOVE 'C' TO WS-RC-MODE-CD
       MOVE WS-CANDIDATE-COUNT TO WS-RR-REC-COUNT
       CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-RPT-BIZ-DT,
                                WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                                WS-RR-RESP-CODE, WS-RR-RESP-MSG
       END-CALL
    END-IF
    MOVE WS-PAIR-SCAN-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

    DISPLAY '疑似重复客户扫描分区合并完成，配对数:' WS-PAIR-SCAN-COUNT
            ' 入池候选对:' WS-CANDIDATE-COUNT.

COPY-ONE-PART.
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
             ADD 1 TO WS-CANDIDATE-COUNT
             MOVE PART-RECORD TO REPORT-RECORD
             WRITE REPORT-RECORD
       END-READ
    END-PERFORM

    CLOSE PART-FILE.

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
