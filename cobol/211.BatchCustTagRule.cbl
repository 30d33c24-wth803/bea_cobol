IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTTAGBAT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 客户规则标签置标报告：一行一次置标/清标，末尾总计
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(120).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-SCANNED-COUNT        PIC 9(9) VALUE 0.
01  WS-SET-COUNT            PIC 9(9) VALUE 0.
01  WS-CLEAR-COUNT          PIC 9(9) VALUE 0.
01  WS-STALE-COUNT          PIC 9(9) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(9) VALUE 0.
01  WS-ROW-COUNT            PIC 9(9).
01  WS-MATCH-COUNT          PIC 9(9).
01  WS-HAS-TAG-COUNT        PIC 9(5).
01  WS-OPER-TELR-NO         PIC X(10) VALUE 'SYSCUSTTAG'.
01  WS-RESULT-CD            PIC X(08).

*> 规则标签表：目录上有效的规则标签一次装入(上限50个，超出的
*> 本次不判定并在报告中提示)；境外活动规则按回看天数折算截止
*> 日期(未设按180天)
01  WS-TAG-COUNT            PIC 9(03) VALUE 0.
01  WS-TAG-IDX              PIC 9(03).
01  WS-TAG-SKIP-COUNT       PIC 9(05) VALUE 0.
01  WS-TAG-ENTRY            OCCURS 50.
    05  WS-TAG-CD           PIC X(10).
    05  WS-TAG-RULE-TYP-CD  PIC X(02).
    05  WS-TAG-MIN-VAL      PIC S9(13)V99 COMP-3.
    05  WS-TAG-MAX-VAL      PIC S9(13)V99 COMP-3.
    05  WS-TAG-PTN-VAL      PIC X(20).
    05  WS-TAG-MIN-CNT      PIC 9(05).
    05  WS-TAG-CUTOFF-DT    PIC X(08).

*> 规则标签装载游标读出的一行
01  WS-LD-TAG-CD            PIC X(10).
01  WS-LD-RULE-TYP-CD       PIC X(02).
01  WS-LD-MIN-VAL           PIC S9(13)V99 COMP-3.
01  WS-LD-MAX-VAL           PIC S9(13)V99 COMP-3.
01  WS-LD-PTN-VAL           PIC X(20).
01  WS-LOOKBACK-DAYS        PIC 9(05).
01  WS-CUTOFF-DT-NUM        PIC 9(08).

*> FETCH刚取到的SQLCODE单独保存作为外层游标循环的退出条件(同
*> MGMTNAMELISTBAT01)
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.

*> 客户游标读出的一行数据：出生日期(非个人客户为空)、存款快照
*> 余额(无快照行按零，口径同RECOMPTIER01)
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(20).
01  WS-BIRTH-DT             PIC X(08).
01  WS-BAL-AMT              PIC S9(13)V99 COMP-3.
01  WS-BIRTH-DT-NUM         PIC 9(08).
01  WS-AGE-YRS              PIC 9(03).
01  WS-HIT-FLG              PIC X(01).
01  WS-EVAL-OK-FLG          PIC X(01).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'CUSTTAGBAT01'.
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
01  WS-BIZ-DT-NUM          PIC 9(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'CUSTTAGBAT01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 客户规则标签夜间批：按标签目录(CUST_TAG_CATALOG)上的规则标签，
*> 用行内已有数据逐户判定并在CUST_TAG置标(来源'R'，记置标日期)或
*> 清标——
*>   AG 年龄段：个人客户出生日期按业务日期折算周岁，落在上下限内
*>   BL 余额段：存款快照(CUST_BAL_SNAPSHOT)余额落在上下限内
*>   RT 路由类型：有效账户路由中该路由类型的条数不少于下限(至少1)
*>   PD 产品号：有效账户路由的产品号(可带%模式)命中条数不少于下限
*>   PF 产品族：有效账户路由的产品在产品目录上属该产品族
*>   OV 境外活动：回看期(下限天数，未设按180天)内有出行报备，或
*>      筛查流水命中过境外类原因(TN01/OV01)
*> 上限为0表示不设上限。先一次清掉过了失效日期的标与目录上已停用
*> 的规则标签；人工标签不在本批判定范围
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
    PERFORM CLOSE-RUN-CONTROL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    MOVE WS-BD-BIZ-DT TO WS-BIZ-DT-NUM
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'CUST.TAG.RULE.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT            DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '客户规则标签置标报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 1) 装载规则标签
    PERFORM LOAD-RULE-TAGS
    IF WS-RC-RESP-CODE = 'E12001'
       CLOSE REPORT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    *> 2) 清掉过期标与已停用的规则标签
    PERFORM CLEAR-STALE-TAGS

    *> 3) 逐户判定(中断重跑时按检查点客户号续扫)
    EXEC SQL
        DECLARE TAG-CUST-CUR CURSOR FOR
        SELECT B.TENANT_NO, B.CUST_NO,
               COALESCE(P.BIRTH_DT, ' '),
               COALESCE(S.BAL_AMT, 0)
          FROM CUSTOMER_BASIC_INFO B
          LEFT JOIN PERSONAL_CUSTOMER_INFO P
            ON P.TENANT_NO = B.TENANT_NO
           AND P.CUST_NO = B.CUST_NO
           AND P.VALID_FLG = '1'
          LEFT JOIN CUST_BAL_SNAPSHOT S
            ON S.TENANT_NO = B.TENANT_NO
           AND S.CUST_NO = B.CUST_NO
         WHERE B.VALID_FLG = '1'
           AND B.CUST_NO > :WS-RC-RESTART-KEY
         ORDER BY B.CUST_NO
    END-EXEC.

    IF WS-TAG-COUNT > 0
       EXEC SQL OPEN TAG-CUST-CUR END-EXEC
       IF SQLCODE NOT = 0
          DISPLAY '客户规则标签游标打开失败'
          CLOSE REPORT-FILE
          MOVE 'F' TO WS-RC-MODE-CD
          MOVE 0 TO WS-RC-RECORDS
          PERFORM CLOSE-RUN-CONTROL
          GOBACK
       END-IF

       MOVE SQLCODE TO WS-FETCH-SQLCODE
       PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
          EXEC SQL
              FETCH TAG-CUST-CUR
               INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-BIRTH-DT,
                    :WS-BAL-AMT
          END-EXEC
          MOVE SQLCODE TO WS-FETCH-SQLCODE

          IF WS-FETCH-SQLCODE = 0
             PERFORM TAG-ONE-CUST
          END-IF
       END-PERFORM

       EXEC SQL CLOSE TAG-CUST-CUR END-EXEC
    END-IF.

    MOVE SPACES TO REPORT-RECORD
    STRING 'SCANNED: '        DELIMITED BY SIZE
           WS-SCANNED-COUNT   DELIMITED BY SIZE
           ' SET: '           DELIMITED BY SIZE
           WS-SET-COUNT       DELIMITED BY SIZE
           ' CLEARED: '       DELIMITED BY SIZE
           WS-CLEAR-COUNT     DELIMITED BY SIZE
           ' EXPIRED/RETIRED: ' DELIMITED BY SIZE
           WS-STALE-COUNT     DELIMITED BY SIZE
           ' FAILED: '        DELIMITED BY SIZE
           WS-FAIL-COUNT      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记
    COMPUTE WS-RR-REC-COUNT = WS-SET-COUNT + WS-CLEAR-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-SCANNED-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '客户规则标签批完成，扫描:' WS-SCANNED-COUNT
            ' 置标:' WS-SET-COUNT ' 清标:' WS-CLEAR-COUNT
            ' 过期/停用清理:' WS-STALE-COUNT ' 失败:' WS-FAIL-COUNT.

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

*> 装载目录上有效的规则标签；装载失败整批不跑(以E12001示意)
LOAD-RULE-TAGS.
    EXEC SQL
        DECLARE TAG-RULE-CUR CURSOR FOR
        SELECT TAG_CD, RULE_TYP_CD,
               COALESCE(RULE_MIN_VAL, 0), COALESCE(RULE_MAX_VAL, 0),
               COALESCE(RULE_PTN_VAL, ' ')
          FROM CUST_TAG_CATALOG
         WHERE TAG_SORC_CD = 'R'
           AND VALID_FLG = '1'
         ORDER BY TAG_CD
    END-EXEC.

    EXEC SQL OPEN TAG-RULE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '标签目录游标打开失败'
       MOVE 'E12001' TO WS-RC-RESP-CODE
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH TAG-RULE-CUR
            INTO :WS-LD-TAG-CD, :WS-LD-RULE-TYP-CD, :WS-LD-MIN-VAL,
                 :WS-LD-MAX-VAL, :WS-LD-PTN-VAL
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-TAG-COUNT >= 50
             ADD 1 TO WS-TAG-SKIP-COUNT
          ELSE
             PERFORM ADD-RULE-TAG
          END-IF
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TAG-RULE-CUR END-EXEC.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '标签目录装载失败'
       MOVE 'E12001' TO WS-RC-RESP-CODE
       EXIT PARAGRAPH
    END-IF.

    IF WS-TAG-SKIP-COUNT > 0
       MOVE SPACES TO REPORT-RECORD
       STRING '规则标签超出50个，本次未判定个数:' DELIMITED BY SIZE
              WS-TAG-SKIP-COUNT DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-IF.

ADD-RULE-TAG.
    ADD 1 TO WS-TAG-COUNT
    MOVE WS-LD-TAG-CD TO WS-TAG-CD(WS-TAG-COUNT)
    MOVE WS-LD-RULE-TYP-CD TO WS-TAG-RULE-TYP-CD(WS-TAG-COUNT)
    MOVE WS-LD-MIN-VAL TO WS-TAG-MIN-VAL(WS-TAG-COUNT)
    MOVE WS-LD-MAX-VAL TO WS-TAG-MAX-VAL(WS-TAG-COUNT)
    MOVE WS-LD-PTN-VAL TO WS-TAG-PTN-VAL(WS-TAG-COUNT)

    *> 路由/产品/产品族规则的条数下限至少1条；境外活动规则的下限
    *> 是回看天数，命中一条即算
    IF WS-LD-MIN-VAL < 1 OR WS-LD-RULE-TYP-CD = 'OV'
       MOVE 1 TO WS-TAG-MIN-CNT(WS-TAG-COUNT)
    ELSE
       MOVE WS-LD-MIN-VAL TO WS-TAG-MIN-CNT(WS-TAG-COUNT)
    END-IF

    MOVE SPACES TO WS-TAG-CUTOFF-DT(WS-TAG-COUNT)
    IF WS-LD-RULE-TYP-CD = 'OV'
       IF WS-LD-MIN-VAL < 1
          MOVE 180 TO WS-LOOKBACK-DAYS
       ELSE
          MOVE WS-LD-MIN-VAL TO WS-LOOKBACK-DAYS
       END-IF
       COMPUTE WS-CUTOFF-DT-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DT-NUM)
               - WS-LOOKBACK-DAYS)
       MOVE WS-CUTOFF-DT-NUM TO WS-TAG-CUTOFF-DT(WS-TAG-COUNT)
    END-IF.

*> 过了失效日期的标(人工标签到期)与目录上已停用的规则标签一次
*> 置无效
CLEAR-STALE-TAGS.
    EXEC SQL START TRANSACTION END-EXEC.

    EXEC SQL
        UPDATE CUST_TAG T
           SET VALID_FLG = '0',
               UPD_TELR_NO = :WS-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE T.VALID_FLG = '1'
           AND ((T.EXPIRE_DT NOT = SPACES
                 AND T.EXPIRE_DT < :WS-BD-BIZ-DT)
                OR (T.TAG_SORC_CD = 'R'
                    AND NOT EXISTS (SELECT 1
                                      FROM CUST_TAG_CATALOG C
                                     WHERE C.TAG_CD = T.TAG_CD
                                       AND C.TAG_SORC_CD = 'R'
                                       AND C.VALID_FLG = '1')))
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '过期/停用标签清理失败'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ROW-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
    END-IF

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '过期/停用标签清理事务提交失败'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE WS-ROW-COUNT TO WS-STALE-COUNT.

*> 一个客户逐个规则标签判定；每100户记一次检查点
TAG-ONE-CUST.
    ADD 1 TO WS-SCANNED-COUNT

    IF FUNCTION MOD(WS-SCANNED-COUNT, 100) = 0
       MOVE 'K' TO WS-RC-MODE-CD
       MOVE WS-SCANNED-COUNT TO WS-RC-RECORDS
       MOVE WS-CUST-NO TO WS-RC-CHKPT-KEY
       PERFORM CLOSE-RUN-CONTROL
    END-IF

    PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
            UNTIL WS-TAG-IDX > WS-TAG-COUNT
       PERFORM EVAL-ONE-TAG
       IF WS-EVAL-OK-FLG = 'Y'
          PERFORM APPLY-ONE-TAG
       ELSE
          ADD 1 TO WS-FAIL-COUNT
       END-IF
    END-PERFORM.

*> 判定一个规则标签是否命中；查询失败时不动客户身上的标
EVAL-ONE-TAG.
    MOVE 'N' TO WS-HIT-FLG
    MOVE 'Y' TO WS-EVAL-OK-FLG
    MOVE 0 TO WS-MATCH-COUNT

    EVALUATE WS-TAG-RULE-TYP-CD(WS-TAG-IDX)
       WHEN 'AG'
          IF WS-BIRTH-DT IS NUMERIC
             MOVE WS-BIRTH-DT TO WS-BIRTH-DT-NUM
             IF WS-BIRTH-DT-NUM <= WS-BIZ-DT-NUM
                COMPUTE WS-AGE-YRS =
                        (WS-BIZ-DT-NUM - WS-BIRTH-DT-NUM) / 10000
                IF WS-AGE-YRS >= WS-TAG-MIN-VAL(WS-TAG-IDX)
                   AND (WS-TAG-MAX-VAL(WS-TAG-IDX) = 0
                        OR WS-AGE-YRS <= WS-TAG-MAX-VAL(WS-TAG-IDX))
                   MOVE 'Y' TO WS-HIT-FLG
                END-IF
             END-IF
          END-IF
       WHEN 'BL'
          IF WS-BAL-AMT >= WS-TAG-MIN-VAL(WS-TAG-IDX)
             AND (WS-TAG-MAX-VAL(WS-TAG-IDX) = 0
                  OR WS-BAL-AMT <= WS-TAG-MAX-VAL(WS-TAG-IDX))
             MOVE 'Y' TO WS-HIT-FLG
          END-IF
       WHEN 'RT'
          EXEC SQL
              SELECT COUNT(*) INTO :WS-MATCH-COUNT
                FROM CUST_ACCT_INFO
               WHERE TENANT_NO = :WS-TENANT-NO
                 AND CUST_NO = :WS-CUST-NO
                 AND VALID_FLG = '1'
                 AND ROUTE_TYP_CD = :WS-TAG-PTN-VAL(WS-TAG-IDX)
          END-EXEC
          PERFORM CHECK-MATCH-COUNT
       WHEN 'PD'
          EXEC SQL
              SELECT COUNT(*) INTO :WS-MATCH-COUNT
                FROM CUST_ACCT_INFO
               WHERE TENANT_NO = :WS-TENANT-NO
                 AND CUST_NO = :WS-CUST-NO
                 AND VALID_FLG = '1'
                 AND (AFS_PRODT_NO LIKE :WS-TAG-PTN-VAL(WS-TAG-IDX)
                      OR BASE_PRODT_NO
                         LIKE :WS-TAG-PTN-VAL(WS-TAG-IDX))
          END-EXEC
          PERFORM CHECK-MATCH-COUNT
       WHEN 'PF'
          EXEC SQL
              SELECT COUNT(*) INTO :WS-MATCH-COUNT
                FROM CUST_ACCT_INFO A
               WHERE A.TENANT_NO = :WS-TENANT-NO
                 AND A.CUST_NO = :WS-CUST-NO
                 AND A.VALID_FLG = '1'
                 AND EXISTS (SELECT 1
                               FROM PRODUCT_REF_INFO R
                              WHERE R.PRODT_NO IN (A.AFS_PRODT_NO,
                                                   A.BASE_PRODT_NO)
                                AND R.PRODT_FAMILY_CD =
                                    :WS-TAG-PTN-VAL(WS-TAG-IDX))
          END-EXEC
          PERFORM CHECK-MATCH-COUNT
       WHEN 'OV'
          EXEC SQL
              SELECT (SELECT COUNT(*)
                        FROM CUST_TRAVEL_NOTICE N
                       WHERE N.TENANT_NO = :WS-TENANT-NO
                         AND N.CUST_NO = :WS-CUST-NO
                         AND N.STUS_CD = '1'
                         AND N.START_DT <= :WS-BD-BIZ-DT
                         AND N.END_DT >= :WS-TAG-CUTOFF-DT(WS-TAG-IDX))
                   + (SELECT COUNT(*)
                        FROM CTRL_SCRN_JOURNAL J
                       WHERE J.TENANT_NO = :WS-TENANT-NO
                         AND J.CUST_NO = :WS-CUST-NO
                         AND J.SCRN_DT >= :WS-TAG-CUTOFF-DT(WS-TAG-IDX)
                         AND (J.RSN_CDS LIKE '%TN01%'
                              OR J.RSN_CDS LIKE '%OV01%'))
                INTO :WS-MATCH-COUNT
                FROM SYSIBM.SYSDUMMY1
          END-EXEC
          PERFORM CHECK-MATCH-COUNT
       WHEN OTHER
          MOVE 'N' TO WS-EVAL-OK-FLG
    END-EVALUATE.

CHECK-MATCH-COUNT.
    IF SQLCODE NOT = 0
       MOVE 'N' TO WS-EVAL-OK-FLG
       DISPLAY '规则标签判定查询失败 客户号:' WS-CUST-NO
               ' 标签:' WS-TAG-CD(WS-TAG-IDX)
       EXIT PARAGRAPH
    END-IF
    IF WS-MATCH-COUNT >= WS-TAG-MIN-CNT(WS-TAG-IDX)
       MOVE 'Y' TO WS-HIT-FLG
    END-IF.

*> 判定结果落库：命中且无在力规则标时置标，未命中而有在力规则标
*> 时清标，其余不动
APPLY-ONE-TAG.
    MOVE 0 TO WS-HAS-TAG-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-HAS-TAG-COUNT
          FROM CUST_TAG
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND TAG_CD = :WS-TAG-CD(WS-TAG-IDX)
           AND TAG_SORC_CD = 'R'
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '客户标签查询失败 客户号:' WS-CUST-NO
       EXIT PARAGRAPH
    END-IF

    IF WS-HIT-FLG = 'Y' AND WS-HAS-TAG-COUNT = 0
       EXEC SQL
           INSERT INTO CUST_TAG (
               TENANT_NO, CUST_NO, TAG_CD, TAG_SORC_CD, SET_DT,
               EXPIRE_DT, VALID_FLG, CRT_TELR_NO, UPD_TELR_NO,
               CRT_TM, UPD_TM
           ) VALUES (
               :WS-TENANT-NO, :WS-CUST-NO, :WS-TAG-CD(WS-TAG-IDX),
               'R', :WS-BD-BIZ-DT, ' ', '1',
               :WS-OPER-TELR-NO, :WS-OPER-TELR-NO,
               CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
           )
       END-EXEC
       MOVE 'SET' TO WS-RESULT-CD
    ELSE
       IF WS-HIT-FLG = 'N' AND WS-HAS-TAG-COUNT > 0
          EXEC SQL
              UPDATE CUST_TAG
                 SET VALID_FLG = '0',
                     UPD_TELR_NO = :WS-OPER-TELR-NO,
                     UPD_TM = CURRENT_TIMESTAMP
               WHERE TENANT_NO = :WS-TENANT-NO
                 AND CUST_NO = :WS-CUST-NO
                 AND TAG_CD = :WS-TAG-CD(WS-TAG-IDX)
                 AND TAG_SORC_CD = 'R'
                 AND VALID_FLG = '1'
          END-EXEC
          MOVE 'CLEAR' TO WS-RESULT-CD
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '客户规则标签落库失败 客户号:' WS-CUST-NO
               ' 标签:' WS-TAG-CD(WS-TAG-IDX)
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '客户规则标签事务提交失败 客户号:' WS-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    IF WS-RESULT-CD = 'SET'
       ADD 1 TO WS-SET-COUNT
    ELSE
       ADD 1 TO WS-CLEAR-COUNT
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CUST-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-TAG-CD(WS-TAG-IDX) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-TAG-RULE-TYP-CD(WS-TAG-IDX) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-RESULT-CD DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
