        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PART-FILE ASSIGN TO WS-PT-PART-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PT-FILE-STATUS.
    SELECT SORT-FILE ASSIGN TO 'DQPROFILE.SORTWK'.

DATA DIVISION.
FILE SECTION.

*> 每租户质量记分卡：扫描数与各规则异常数，逐版本追踪质量改善
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(120).

*> 分区产出(合并步读入)：三份异常清单与记分卡各一份分区文件
FD  PART-FILE.
01  PART-RECORD             PIC X(120).

*> 合并排序记录：清单类别(1手机/2邮箱/3出生日期)+原清单行，
*> 按类别+租户+客户号排序后分送回各自的清单文件
SD  SORT-FILE.
01  SORT-RECORD.
    05  SR-FILE-CD          PIC X(01).
    05  SR-LINE.
        10  SR-TENANT-NO    PIC X(10).
        10  FILLER          PIC X(01).
        10  SR-CUST-NO      PIC X(20).
        10  FILLER          PIC X(69).

WORKING-STORAGE SECTION.
01  SQLCA.
        10  WS-TS-MOBILE-CNT   PIC 9(7).
        10  WS-TS-EMAIL-CNT    PIC 9(7).
        10  WS-TS-BIRTH-CNT    PIC 9(7).
        10  WS-TS-ADDR-CNT     PIC 9(7).
        10  WS-TS-UNDLV-CNT    PIC 9(7).
01  WS-T                    PIC 9(2).
01  WS-TEN-IDX              PIC 9(2).

01  WS-BIRTH-DT             PIC X(08).
01  WS-CRTF-TYP-CD          PIC X(02).
01  WS-CRTF-NO              PIC X(20).
*> 该客户当前地址中未能标准化(未处理/无法解析/有歧义)的条数，
*> 口径同ADDRSTDBAT01
01  WS-ADDR-UNSTD-CNT       PIC 9(05).
*> 该客户当前地址中被退信标记为无法投递的条数(RTNMAILIMP01标记)
01  WS-ADDR-UNDLV-CNT       PIC 9(05).

*> 租户运行参数：命令行传入租户号时只扫描该租户并在输出文件
*> 名后缀租户号，各租户运营团队只拿到自己的客户；空白时沿用
*> 全租户合并输出
01  WS-RUN-PARM             PIC X(40).
01  WS-RUN-TENANT-NO        PIC X(10).
*> 机构运行参数：命令行11-20位传入机构号时只扫描该机构的客户
*> 并在输出文件名后缀机构号——"哪个网点"维度的排查不再全量翻
01  WS-BIR-FILE-NAME        PIC X(60).
01  WS-RPT-FILE-NAME        PIC X(60).

*> 分区并行(BATPART01)工作区：命令行21-40位分区参数，分区实例只
*> 扫本分区客户、四份产出各写分区文件并以'DQPROFILE01.Pnnn'登记
*> 运行控制；合并步(M)核对各分区全部完成后汇成与单跑相同的清单
*> 与记分卡
01  WS-PT-MODE-CD           PIC X(01).
01  WS-PT-JOB-NM            PIC X(20) VALUE 'DQPROFILE01'.
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
01  WS-PT-FILE-CD           PIC 9(01).
01  WS-PT-BASE-FILE-NAME    PIC X(60).
01  WS-PT-PART-FILE-NAME    PIC X(60).
01  WS-PT-FILE-STATUS       PIC X(02).
01  WS-PT-EOF-FLG           PIC X(01).
01  WS-PT-MERGE-FAIL-FLG    PIC X(01) VALUE 'N'.

*> 分区记分卡行(版式同WRITE-SCORECARD)，合并步据此按租户累加
01  WS-PSC-LINE.
    05  WS-PSC-TAG          PIC X(07).
    05  WS-PSC-TENANT-NO    PIC X(10).
    05  FILLER              PIC X(09).
    05  WS-PSC-SCAN-CNT     PIC 9(07).
    05  FILLER              PIC X(08).
    05  WS-PSC-MOBILE-CNT   PIC 9(07).
    05  FILLER              PIC X(07).
    05  WS-PSC-EMAIL-CNT    PIC 9(07).
    05  FILLER              PIC X(07).
    05  WS-PSC-BIRTH-CNT    PIC 9(07).
    05  FILLER              PIC X(06).
    05  WS-PSC-ADDR-CNT     PIC 9(07).
    05  FILLER              PIC X(07).
    05  WS-PSC-UNDLV-CNT    PIC 9(07).
    05  FILLER              PIC X(17).

*> 批量运行控制(BATRUNCTL01)工作区：分区实例按分区作业名、合并步
*> 按基础作业名登记，业务日期取BIZDATE01
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

*> 证件号码解密(DETOKEN01批处理调用)工作区：居民身份证出生日期段核对须带证件号码
*> 明文，本程序在PII_DETOKEN_BATCH_AUTH登记后方可解密
01  WS-DT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-DT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-DT-CUST-NO           PIC X(20).
01  WS-DT-CALLER-PGM        PIC X(30) VALUE 'DQPROFILE01'.
01  WS-DT-CRTF-TOKEN        PIC X(20).
01  WS-DT-CRTF-NO           PIC X(20).
01  WS-DT-FAIL-COUNT        PIC 9(7) VALUE 0.
01  WS-DT-RESP-CODE         PIC X(06).
01  WS-DT-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 分区参数：空白为整表单跑；M为合并步；H/R为分区实例(已完成
    *> 的分区直接跳过，重跑只补失败的分区)
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

    OPEN OUTPUT MOBILE-EXC-FILE
    OPEN OUTPUT EMAIL-EXC-FILE
    OPEN OUTPUT BIRTH-EXC-FILE
        DECLARE DQ-CUST-CUR CURSOR FOR
        SELECT B.TENANT_NO, B.CUST_NO,
               COALESCE(B.MOBILE_NO, ' '), COALESCE(B.E_MAIL, ' '),
               COALESCE(P.BIRTH_DT, ' '), B.CRTF_TYP_CD, B.CRTF_NO,
               (SELECT COUNT(*)
                  FROM CUST_ADDR_INFO A
                 WHERE A.TENANT_NO = B.TENANT_NO
                   AND A.CUST_NO = B.CUST_NO
                   AND A.VALID_FLG = '1'
                   AND COALESCE(A.ADDR_STD_STATUS_CD, ' ')
                       IN (' ', 'U', 'A')),
               (SELECT COUNT(*)
                  FROM CUST_ADDR_INFO D
                 WHERE D.TENANT_NO = B.TENANT_NO
                   AND D.CUST_NO = B.CUST_NO
                   AND D.VALID_FLG = '1'
                   AND D.UNDELIV_FLG = '1')
          FROM CUSTOMER_BASIC_INFO B
          JOIN PERSONAL_CUSTOMER_INFO P
            ON P.CUST_NO = B.CUST_NO
           AND (:WS-RUN-BRANCH-NO = ' '
                OR B.BRANCH_NO = :WS-RUN-BRANCH-NO)
           AND P.VALID_FLG = '1'
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
         ORDER BY B.TENANT_NO, B.CUST_NO
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '数据质量扫描游标打开失败'
       PERFORM CLOSE-ALL-FILES
       IF WS-PT-RUN-MODE-CD NOT = SPACES
          MOVE 'F' TO WS-RC-MODE-CD
          PERFORM CALL-BATRUNCTL
       END-IF
       GOBACK
    END-IF.

           FETCH DQ-CUST-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-MOBILE-NO,
                 :WS-E-MAIL, :WS-BIRTH-DT, :WS-CRTF-TYP-CD,
                 :WS-CRTF-NO, :WS-ADDR-UNSTD-CNT, :WS-ADDR-UNDLV-CNT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

    END-PERFORM.

    EXEC SQL CLOSE DQ-CUST-CUR END-EXEC.
    EXEC SQL COMMIT END-EXEC.

    PERFORM WRITE-SCORECARD

    PERFORM CLOSE-ALL-FILES

    IF WS-PT-RUN-MODE-CD NOT = SPACES
       MOVE 'C' TO WS-RC-MODE-CD
       MOVE WS-SCAN-COUNT TO WS-RC-RECORDS
       PERFORM CALL-BATRUNCTL
    END-IF

    DISPLAY '客户数据质量剖析批处理完成，扫描客户数:'
            WS-SCAN-COUNT.


    PERFORM CHECK-MOBILE-RULE
    PERFORM CHECK-EMAIL-RULE
    PERFORM CHECK-BIRTH-RULE

    *> 规则四：地址未能标准化(明细见地址修正清单ADDR_STD_WORKLIST，
    *> 记分卡只计条数)
    ADD WS-ADDR-UNSTD-CNT TO WS-TS-ADDR-CNT(WS-TEN-IDX)

    *> 规则五：地址被退信标记为无法投递(明细见网点退信清单
    *> ADDR_RTN_WORKLIST，记分卡只计条数)
    ADD WS-ADDR-UNDLV-CNT TO WS-TS-UNDLV-CNT(WS-TEN-IDX).

*> 规则一：手机号非空时须为11位数字(同MGMT-PER-CUST-INFO)
CHECK-MOBILE-RULE.
    END-IF

    IF WS-BIRTH-OK-FLG = 'Y' AND WS-CRTF-TYP-CD = '01'
       MOVE WS-CUST-NO TO WS-DT-CUST-NO
       MOVE WS-CRTF-NO TO WS-DT-CRTF-TOKEN
       PERFORM DETOKEN-CRTF-NO
       MOVE FUNCTION TRIM(WS-DT-CRTF-NO) TO WS-CRTF-TRIMMED
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DT-CRTF-NO))
         TO WS-CRTF-LEN
       IF WS-CRTF-LEN = 18
          AND WS-CRTF-TRIMMED(7:8) NOT = WS-BIRTH-DT
       MOVE 0 TO WS-TS-MOBILE-CNT(WS-TEN-IDX)
       MOVE 0 TO WS-TS-EMAIL-CNT(WS-TEN-IDX)
       MOVE 0 TO WS-TS-BIRTH-CNT(WS-TEN-IDX)
       MOVE 0 TO WS-TS-ADDR-CNT(WS-TEN-IDX)
       MOVE 0 TO WS-TS-UNDLV-CNT(WS-TEN-IDX)
    END-IF

    IF WS-TEN-IDX = 0
              WS-TS-EMAIL-CNT(WS-T) DELIMITED BY SIZE
              ' BIRTH:' DELIMITED BY SIZE
              WS-TS-BIRTH-CNT(WS-T) DELIMITED BY SIZE
              ' ADDR:' DELIMITED BY SIZE
              WS-TS-ADDR-CNT(WS-T) DELIMITED BY SIZE
              ' UNDLV:' DELIMITED BY SIZE
              WS-TS-UNDLV-CNT(WS-T) DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-PERFORM.

*> 令牌换回明文(DETOKEN01逐次留痕)：解密不成功的号码留空不落
*> 令牌，计数并记作业日志
DETOKEN-CRTF-NO.
    MOVE SPACES TO WS-DT-CRTF-NO
    CALL 'DETOKEN01' USING WS-DT-OPER-TELR-NO, WS-DT-TENANT-NO,
                           WS-DT-CUST-NO, WS-DT-CALLER-PGM,
                           WS-DT-CRTF-TOKEN, WS-DT-CRTF-NO,
                           WS-DT-RESP-CODE, WS-DT-RESP-MSG
    END-CALL
    IF WS-DT-RESP-CODE NOT = '000000'
       MOVE SPACES TO WS-DT-CRTF-NO
       ADD 1 TO WS-DT-FAIL-COUNT
       DISPLAY '证件号码解密失败 客户号:' WS-DT-CUST-NO
               ' 返回码:' WS-DT-RESP-CODE
    END-IF.

*> 分区实例起跑登记：四份产出文件名各加'.Pnnn'；同日该分区已
*> 完成时跳过(重跑只补失败的分区)，强制标志'F'时照跑
OPEN-PART-RUN.
    PERFORM VARYING WS-PT-FILE-CD FROM 1 BY 1 UNTIL WS-PT-FILE-CD > 4
       MOVE WS-PT-PART-NO TO WS-PT-MERGE-PART-NO
       PERFORM BUILD-PART-FILE-NAME
       EVALUATE WS-PT-FILE-CD
          WHEN 1
             MOVE WS-PT-PART-FILE-NAME TO WS-MOB-FILE-NAME
          WHEN 2
             MOVE WS-PT-PART-FILE-NAME TO WS-EML-FILE-NAME
          WHEN 3
             MOVE WS-PT-PART-FILE-NAME TO WS-BIR-FILE-NAME
          WHEN 4
             MOVE WS-PT-PART-FILE-NAME TO WS-RPT-FILE-NAME
       END-EVALUATE
    END-PERFORM

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

*> 由产出类别(1手机/2邮箱/3出生日期/4记分卡)的正式文件名拼出
*> 指定分区号的分区文件名
BUILD-PART-FILE-NAME.
    EVALUATE WS-PT-FILE-CD
       WHEN 1
          MOVE WS-MOB-FILE-NAME TO WS-PT-BASE-FILE-NAME
       WHEN 2
          MOVE WS-EML-FILE-NAME TO WS-PT-BASE-FILE-NAME
       WHEN 3
          MOVE WS-BIR-FILE-NAME TO WS-PT-BASE-FILE-NAME
       WHEN OTHER
          MOVE WS-RPT-FILE-NAME TO WS-PT-BASE-FILE-NAME
    END-EVALUATE
    MOVE SPACES TO WS-PT-PART-FILE-NAME
    STRING FUNCTION TRIM(WS-PT-BASE-FILE-NAME) DELIMITED BY SIZE
           '.P' DELIMITED BY SIZE
           WS-PT-MERGE-PART-NO DELIMITED BY SIZE
      INTO WS-PT-PART-FILE-NAME
    END-STRING.

*> 合并步：全部分区完成后以基础作业名登记运行控制；三份异常清单
*> 按租户+客户号排序合并，记分卡按租户累加各分区计数后重写
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

    OPEN OUTPUT MOBILE-EXC-FILE
    OPEN OUTPUT EMAIL-EXC-FILE
    OPEN OUTPUT BIRTH-EXC-FILE
    OPEN OUTPUT REPORT-FILE
    SORT SORT-FILE
        ON ASCENDING KEY SR-FILE-CD SR-TENANT-NO SR-CUST-NO
        INPUT PROCEDURE IS MERGE-READ-PARTS
        OUTPUT PROCEDURE IS MERGE-WRITE-LISTS
    PERFORM WRITE-SCORECARD
    PERFORM CLOSE-ALL-FILES

    IF WS-PT-MERGE-FAIL-FLG = 'Y'
       MOVE 'F' TO WS-RC-MODE-CD
    ELSE
       MOVE 'C' TO WS-RC-MODE-CD
    END-IF
    MOVE WS-SCAN-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

    DISPLAY '客户数据质量剖析分区合并完成，分区数:' WS-PT-PART-CNT
            ' 扫描客户数:' WS-SCAN-COUNT.

MERGE-READ-PARTS.
    PERFORM VARYING WS-PT-MERGE-PART-NO FROM 1 BY 1
      UNTIL WS-PT-MERGE-PART-NO > WS-PT-PART-CNT
       PERFORM VARYING WS-PT-FILE-CD FROM 1 BY 1
         UNTIL WS-PT-FILE-CD > 4
          PERFORM BUILD-PART-FILE-NAME
          PERFORM RELEASE-ONE-PART
       END-PERFORM
    END-PERFORM.

RELEASE-ONE-PART.
    OPEN INPUT PART-FILE
    IF WS-PT-FILE-STATUS NOT = '00'
       DISPLAY '分区产出文件打开失败:' WS-PT-PART-FILE-NAME
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
             IF WS-PT-FILE-CD = 4
                PERFORM ADD-PART-SCORECARD
             ELSE
                MOVE WS-PT-FILE-CD TO SR-FILE-CD
                MOVE PART-RECORD TO SR-LINE
                RELEASE SORT-RECORD
             END-IF
       END-READ
    END-PERFORM

    CLOSE PART-FILE.

*> 分区记分卡一行累加到合并后的租户计分表
ADD-PART-SCORECARD.
    MOVE PART-RECORD TO WS-PSC-LINE
    IF WS-PSC-TAG NOT = 'TENANT '
       EXIT PARAGRAPH
    END-IF
    MOVE WS-PSC-TENANT-NO TO WS-TENANT-NO
    PERFORM LOCATE-TENANT-STAT
    ADD WS-PSC-SCAN-CNT TO WS-TS-SCAN-CNT(WS-TEN-IDX)
    ADD WS-PSC-MOBILE-CNT TO WS-TS-MOBILE-CNT(WS-TEN-IDX)
    ADD WS-PSC-EMAIL-CNT TO WS-TS-EMAIL-CNT(WS-TEN-IDX)
    ADD WS-PSC-BIRTH-CNT TO WS-TS-BIRTH-CNT(WS-TEN-IDX)
    ADD WS-PSC-ADDR-CNT TO WS-TS-ADDR-CNT(WS-TEN-IDX)
    ADD WS-PSC-UNDLV-CNT TO WS-TS-UNDLV-CNT(WS-TEN-IDX)
    ADD WS-PSC-SCAN-CNT TO WS-SCAN-COUNT.

MERGE-WRITE-LISTS.
    MOVE 'N' TO WS-PT-EOF-FLG
    PERFORM UNTIL WS-PT-EOF-FLG = 'Y'
       RETURN SORT-FILE
          AT END
             MOVE 'Y' TO WS-PT-EOF-FLG
          NOT AT END
             EVALUATE SR-FILE-CD
                WHEN '1'
                   MOVE SR-LINE TO MOBILE-EXC-RECORD
                   WRITE MOBILE-EXC-RECORD
                WHEN '2'
                   MOVE SR-LINE TO EMAIL-EXC-RECORD
                   WRITE EMAIL-EXC-RECORD
                WHEN OTHER
                   MOVE SR-LINE TO BIRTH-EXC-RECORD
                   WRITE BIRTH-EXC-RECORD
             END-EVALUATE
       END-RETURN
    END-PERFORM.

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
