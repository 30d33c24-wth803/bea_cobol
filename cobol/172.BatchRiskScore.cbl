IDENTIFICATION DIVISION.
PROGRAM-ID. RISKSCORE01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 评级建议清单：一行一条本次新建或刷新的评级建议(带当前等级、
*> 建议等级与因子明细)，供合规岗经MGMTRISKLVL01逐条采纳或驳回
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-SCORE-COUNT          PIC 9(7) VALUE 0.
01  WS-NEW-PRPSL-COUNT      PIC 9(7) VALUE 0.
01  WS-REFRESH-COUNT        PIC 9(7) VALUE 0.
01  WS-SUPERSEDE-COUNT      PIC 9(7) VALUE 0.
01  WS-PEP-SKIP-COUNT       PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-RECORD-COUNT         PIC 9(5).

*> 客户游标逐行工作区
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(10).
01  WS-CUST-NM              PIC X(50).
01  WS-CRTF-TYP-CD          PIC X(02).
01  WS-CRTF-NO              PIC X(20).
01  WS-CAREER-TYP-CD        PIC X(06).
01  WS-NATION-CD            PIC X(03).
01  WS-CUR-TENANT-NO        PIC X(10) VALUE SPACES.

*> 因子权重与定档阈值：租户参数(TENANT_PARAM_INFO，经
*> MGMTTENANTPARAM01维护)，未配置的取括注默认值
01  WS-WT-CAREER            PIC 9(02).     *> RISK_WT_CAREER(5)
01  WS-WT-CNTRY             PIC 9(02).     *> RISK_WT_CNTRY(10)
01  WS-WT-NMLIST            PIC 9(02).     *> RISK_WT_NMLIST(8)
01  WS-WT-SCRCASE           PIC 9(02).     *> RISK_WT_SCRCASE(10)
01  WS-WT-LARGETXN          PIC 9(02).     *> RISK_WT_LARGETXN(4)
01  WS-WT-OVSBLK            PIC 9(02).     *> RISK_WT_OVSBLK(6)
01  WS-WT-GRPDEPTH          PIC 9(02).     *> RISK_WT_GRPDEPTH(4)
01  WS-BAND-H-SCORE         PIC 9(04).     *> RISK_BAND_H_SCORE(30)
01  WS-BAND-M-SCORE         PIC 9(04).     *> RISK_BAND_M_SCORE(12)
01  WS-PRD-DAYS             PIC 9(05).     *> RISK_SCORE_PRD_DAYS(90)
01  WS-THRESHOLD-AMT        PIC 9(15)V99.  *> LARGE_TXN_RPT_AMT(20万)
01  WS-PARAM-NM             PIC X(20).
01  WS-PARAM-TXT            PIC X(10).
01  WS-PARAM-NUM            PIC 9(15)V99.

*> 统计区间：业务日期前WS-PRD-DAYS天(不含)至业务日期(含)
01  WS-CURRENT-DATE-NUM     PIC 9(8).
01  WS-WORK-INTEGER         PIC 9(7).
01  WS-WORK-DATE-NUM        PIC 9(8).
01  WS-PRD-START-DT         PIC X(08).

*> 各因子档位(0-3)与计分
01  WS-LVL-CAREER           PIC 9(01).
01  WS-LVL-CNTRY            PIC 9(01).
01  WS-LVL-NMLIST           PIC 9(01).
01  WS-LVL-SCRCASE          PIC 9(01).
01  WS-LVL-LARGETXN         PIC 9(01).
01  WS-LVL-OVSBLK           PIC 9(01).
01  WS-LVL-GRPDEPTH         PIC 9(01).
01  WS-TOTAL-SCORE          PIC 9(04).
01  WS-SCORE-BAND-CD        PIC X(02).
01  WS-FACTOR-BASIS         PIC X(100).

*> 因子取数工作区
01  WS-MAX-CATG-CD          PIC X(02).
01  WS-HIT-COUNT            PIC 9(5).
01  WS-VALID-BLK-COUNT      PIC 9(5).
01  WS-GRP-DEPTH            PIC 9(02).
01  WS-GRP-CUR-CUST-NO      PIC X(10).
01  WS-GRP-PARENT-CUST-NO   PIC X(10).
01  WS-GRP-END-FLG          PIC X(01).

*> 当前等级与待处理建议
01  WS-CUR-RISK-CD          PIC X(02).
01  WS-PEP-COUNT            PIC 9(5).
01  WS-PEND-SEQ-NO          PIC X(14).
01  WS-PEND-RISK-CD         PIC X(02).
01  WS-PRPSL-ACTN-TXT       PIC X(07).

*> 建议流水号：业务日期+6位顺序号，起点取当日已用最大号
01  WS-PRPSL-SEQ-NO         PIC X(14).
01  WS-PRPSL-SEQ-PARTS REDEFINES WS-PRPSL-SEQ-NO.
    05  WS-PRPSL-SEQ-DT     PIC X(08).
    05  WS-PRPSL-SEQ-NUM    PIC 9(06).
01  WS-MAX-SEQ-NO           PIC X(14).
01  WS-NEXT-SEQ-NUM         PIC 9(06) VALUE 0.

*> 职业风险档位经CODEMAP01按'RISKSCORE'接口口径取得(外部值0-3)
01  WS-CM-IFACE-ID          PIC X(10) VALUE 'RISKSCORE'.
01  WS-CM-CODE-SET-CD       PIC X(20) VALUE 'CAREER_TYP_CD'.
01  WS-CM-INT-VAL           PIC X(10).
01  WS-CM-AS-OF-DT          PIC X(08) VALUE SPACES.
01  WS-CM-RESP-CODE         PIC X(06).
01  WS-CM-RESP-MSG          PIC X(50).
01  WS-CM-EXT-VAL           PIC X(10).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'RISKSCORE01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 风险评分批：对在网客户逐户按七项加权因子计分——职业风险
*> (CAREER_TYP_CD)、国籍/税收居民国国别风险(COUNTRY_RISK_CATALOG)、
*> 非管控(灰)名单命中(PERSONAL_CUSTOMER_LIST)、确认结案的筛查案件
*> (SCREEN_CASE状态'3')、统计区间内超大额报告阈值的天数
*> (CUST_CHNL_TXN_UTIL)、境外取现黑名单记录(OVS_CASH_WITHDR_BLK)、
*> 集团股权层级深度(CORP_GROUP_LINK)。各因子档位0-3乘租户权重求
*> 和，按租户阈值定H/M/L档，得分明细落CUST_RISK_SCORE。定档与
*> 当前等级(CUST_RISK_RATING)不一致时只落评级建议
*> (CUST_RISK_PROPOSAL状态'0')，不改等级——由合规岗经
*> MGMTRISKLVL01采纳或驳回，因子明细即评定依据
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'RISK.SCORE.PROPOSAL.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                  DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '风险评分评级建议清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 同日重跑：先清掉当日已落的得分明细，建议按下文规则刷新
    EXEC SQL START TRANSACTION END-EXEC.
    EXEC SQL
        DELETE FROM CUST_RISK_SCORE
         WHERE SCORE_DT = :WS-BD-BIZ-DT
    END-EXEC.
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '当日风险得分清理失败'
       EXEC SQL ROLLBACK END-EXEC
       CLOSE REPORT-FILE
       GOBACK
    END-IF.
    EXEC SQL COMMIT END-EXEC.

    PERFORM INIT-PRPSL-SEQ

    EXEC SQL
        DECLARE RISK-SCORE-CUR CURSOR FOR
        SELECT B.TENANT_NO, B.CUST_NO, B.CUST_NM,
               B.CRTF_TYP_CD, B.CRTF_NO,
               COALESCE(P.CAREER_TYP_CD, ' '),
               COALESCE(P.NATION_CD, ' ')
          FROM CUSTOMER_BASIC_INFO B
          LEFT JOIN PERSONAL_CUSTOMER_INFO P
            ON P.CUST_NO = B.CUST_NO
           AND P.TENANT_NO = B.TENANT_NO
         WHERE B.VALID_FLG = '1'
         ORDER BY B.TENANT_NO, B.CUST_NO
    END-EXEC.

    EXEC SQL OPEN RISK-SCORE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '风险评分客户游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH RISK-SCORE-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-CUST-NM,
                 :WS-CRTF-TYP-CD, :WS-CRTF-NO, :WS-CAREER-TYP-CD,
                 :WS-NATION-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-TENANT-NO NOT = WS-CUR-TENANT-NO
             MOVE WS-TENANT-NO TO WS-CUR-TENANT-NO
             PERFORM READ-TENANT-WEIGHTS
          END-IF
          PERFORM SCORE-ONE-CUST
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE RISK-SCORE-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '评分客户:'         DELIMITED BY SIZE
           WS-SCORE-COUNT      DELIMITED BY SIZE
           ' 新建议:'          DELIMITED BY SIZE
           WS-NEW-PRPSL-COUNT  DELIMITED BY SIZE
           ' 刷新:'            DELIMITED BY SIZE
           WS-REFRESH-COUNT    DELIMITED BY SIZE
           ' 作废:'            DELIMITED BY SIZE
           WS-SUPERSEDE-COUNT  DELIMITED BY SIZE
           ' PEP跳过:'         DELIMITED BY SIZE
           WS-PEP-SKIP-COUNT   DELIMITED BY SIZE
           ' 失败:'            DELIMITED BY SIZE
           WS-FAIL-COUNT       DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同POALAPSE01)
    COMPUTE WS-RR-REC-COUNT = WS-NEW-PRPSL-COUNT + WS-REFRESH-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '风险评分批完成，评分客户:' WS-SCORE-COUNT
            ' 新建议:' WS-NEW-PRPSL-COUNT
            ' 刷新:' WS-REFRESH-COUNT
            ' 失败:' WS-FAIL-COUNT

    GOBACK.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 建议流水号起点：当日已有建议时接着最大号往后编
INIT-PRPSL-SEQ.
    MOVE SPACES TO WS-MAX-SEQ-NO
    EXEC SQL
        SELECT COALESCE(MAX(PRPSL_SEQ_NO), ' ') INTO :WS-MAX-SEQ-NO
          FROM CUST_RISK_PROPOSAL
         WHERE SUBSTR(PRPSL_SEQ_NO, 1, 8) = :WS-BD-BIZ-DT
    END-EXEC.
    MOVE 0 TO WS-NEXT-SEQ-NUM
    IF SQLCODE = 0 AND WS-MAX-SEQ-NO NOT = SPACES
       MOVE WS-MAX-SEQ-NO TO WS-PRPSL-SEQ-NO
       IF WS-PRPSL-SEQ-NUM IS NUMERIC
          MOVE WS-PRPSL-SEQ-NUM TO WS-NEXT-SEQ-NUM
       END-IF
    END-IF.

*> 租户换档时重读权重、阈值与统计区间
READ-TENANT-WEIGHTS.
    MOVE 'RISK_WT_CAREER' TO WS-PARAM-NM
    MOVE 5 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-WT-CAREER

    MOVE 'RISK_WT_CNTRY' TO WS-PARAM-NM
    MOVE 10 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-WT-CNTRY

    MOVE 'RISK_WT_NMLIST' TO WS-PARAM-NM
    MOVE 8 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-WT-NMLIST

    MOVE 'RISK_WT_SCRCASE' TO WS-PARAM-NM
    MOVE 10 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-WT-SCRCASE

    MOVE 'RISK_WT_LARGETXN' TO WS-PARAM-NM
    MOVE 4 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-WT-LARGETXN

    MOVE 'RISK_WT_OVSBLK' TO WS-PARAM-NM
    MOVE 6 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-WT-OVSBLK

    MOVE 'RISK_WT_GRPDEPTH' TO WS-PARAM-NM
    MOVE 4 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-WT-GRPDEPTH

    MOVE 'RISK_BAND_H_SCORE' TO WS-PARAM-NM
    MOVE 30 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-BAND-H-SCORE

    MOVE 'RISK_BAND_M_SCORE' TO WS-PARAM-NM
    MOVE 12 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-BAND-M-SCORE

    MOVE 'RISK_SCORE_PRD_DAYS' TO WS-PARAM-NM
    MOVE 90 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-PRD-DAYS

    *> 大额阈值与大额用量报表(LARGEUSE01)同一参数
    MOVE 'LARGE_TXN_RPT_AMT' TO WS-PARAM-NM
    MOVE 200000 TO WS-PARAM-NUM
    PERFORM READ-ONE-PARAM
    MOVE WS-PARAM-NUM TO WS-THRESHOLD-AMT

    MOVE FUNCTION NUMVAL(WS-BD-BIZ-DT) TO WS-CURRENT-DATE-NUM
    COMPUTE WS-WORK-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) - WS-PRD-DAYS
    COMPUTE WS-WORK-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
    MOVE WS-WORK-DATE-NUM TO WS-PRD-START-DT.

*> 读一个租户参数：未配置或非数值时保留调用方放入的默认值
READ-ONE-PARAM.
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND PARAM_NM = :WS-PARAM-NM
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-PARAM-NUM = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.

*> 一户计分：取各因子档位、加权定档、落得分明细并处理评级建议，
*> 逐户提交
SCORE-ONE-CUST.
    ADD 1 TO WS-SCORE-COUNT
    PERFORM LEVEL-CAREER
    PERFORM LEVEL-CNTRY
    PERFORM LEVEL-NMLIST
    PERFORM LEVEL-SCRCASE
    PERFORM LEVEL-LARGETXN
    PERFORM LEVEL-OVSBLK
    PERFORM LEVEL-GRPDEPTH

    COMPUTE WS-TOTAL-SCORE =
            WS-LVL-CAREER   * WS-WT-CAREER
          + WS-LVL-CNTRY    * WS-WT-CNTRY
          + WS-LVL-NMLIST   * WS-WT-NMLIST
          + WS-LVL-SCRCASE  * WS-WT-SCRCASE
          + WS-LVL-LARGETXN * WS-WT-LARGETXN
          + WS-LVL-OVSBLK   * WS-WT-OVSBLK
          + WS-LVL-GRPDEPTH * WS-WT-GRPDEPTH

    EVALUATE TRUE
       WHEN WS-TOTAL-SCORE >= WS-BAND-H-SCORE
          MOVE 'H' TO WS-SCORE-BAND-CD
       WHEN WS-TOTAL-SCORE >= WS-BAND-M-SCORE
          MOVE 'M' TO WS-SCORE-BAND-CD
       WHEN OTHER
          MOVE 'L' TO WS-SCORE-BAND-CD
    END-EVALUATE

    *> 因子明细：档位*权重，作为评级建议的评定依据原文
    MOVE SPACES TO WS-FACTOR-BASIS
    STRING 'SCORE='         DELIMITED BY SIZE
           WS-TOTAL-SCORE   DELIMITED BY SIZE
           ' BAND='         DELIMITED BY SIZE
           WS-SCORE-BAND-CD DELIMITED BY SPACE
           ' CAR='          DELIMITED BY SIZE
           WS-LVL-CAREER    DELIMITED BY SIZE
           '*'              DELIMITED BY SIZE
           WS-WT-CAREER     DELIMITED BY SIZE
           ' CTY='          DELIMITED BY SIZE
           WS-LVL-CNTRY     DELIMITED BY SIZE
           '*'              DELIMITED BY SIZE
           WS-WT-CNTRY      DELIMITED BY SIZE
           ' NML='          DELIMITED BY SIZE
           WS-LVL-NMLIST    DELIMITED BY SIZE
           '*'              DELIMITED BY SIZE
           WS-WT-NMLIST     DELIMITED BY SIZE
           ' SCR='          DELIMITED BY SIZE
           WS-LVL-SCRCASE   DELIMITED BY SIZE
           '*'              DELIMITED BY SIZE
           WS-WT-SCRCASE    DELIMITED BY SIZE
           ' LTX='          DELIMITED BY SIZE
           WS-LVL-LARGETXN  DELIMITED BY SIZE
           '*'              DELIMITED BY SIZE
           WS-WT-LARGETXN   DELIMITED BY SIZE
           ' OVS='          DELIMITED BY SIZE
           WS-LVL-OVSBLK    DELIMITED BY SIZE
           '*'              DELIMITED BY SIZE
           WS-WT-OVSBLK     DELIMITED BY SIZE
           ' GRP='          DELIMITED BY SIZE
           WS-LVL-GRPDEPTH  DELIMITED BY SIZE
           '*'              DELIMITED BY SIZE
           WS-WT-GRPDEPTH   DELIMITED BY SIZE
      INTO WS-FACTOR-BASIS
    END-STRING

    EXEC SQL START TRANSACTION END-EXEC.

    EXEC SQL
        INSERT INTO CUST_RISK_SCORE (
            TENANT_NO, CUST_NO, SCORE_DT, CAREER_LVL, CNTRY_LVL,
            NMLIST_LVL, SCRCASE_LVL, LARGETXN_LVL, OVSBLK_LVL,
            GRPDEPTH_LVL, TOTAL_SCORE, SCORE_BAND_CD, FACTOR_BASIS,
            CRT_TM
        ) VALUES (
            :WS-TENANT-NO, :WS-CUST-NO, :WS-BD-BIZ-DT, :WS-LVL-CAREER,
            :WS-LVL-CNTRY, :WS-LVL-NMLIST, :WS-LVL-SCRCASE,
            :WS-LVL-LARGETXN, :WS-LVL-OVSBLK, :WS-LVL-GRPDEPTH,
            :WS-TOTAL-SCORE, :WS-SCORE-BAND-CD, :WS-FACTOR-BASIS,
            CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '风险得分写入失败 客户号:' WS-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    PERFORM MAINTAIN-PROPOSAL
    IF WS-PRPSL-ACTN-TXT = 'FAILED'
       ADD 1 TO WS-FAIL-COUNT
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '风险评分事务提交失败 客户号:' WS-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    EVALUATE WS-PRPSL-ACTN-TXT
       WHEN 'NEW'
          ADD 1 TO WS-NEW-PRPSL-COUNT
          PERFORM WRITE-PROPOSAL-RECORD
       WHEN 'REFRESH'
          ADD 1 TO WS-REFRESH-COUNT
          PERFORM WRITE-PROPOSAL-RECORD
       WHEN 'PEPSKIP'
          ADD 1 TO WS-PEP-SKIP-COUNT
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

*> 职业风险：CODEMAP01('RISKSCORE'/CAREER_TYP_CD)外部值即档位；
*> 未配映射或非0-3的按0档
LEVEL-CAREER.
    MOVE 0 TO WS-LVL-CAREER
    IF WS-CAREER-TYP-CD = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CM-INT-VAL
    MOVE WS-CAREER-TYP-CD TO WS-CM-INT-VAL
    CALL 'CODEMAP01' USING WS-CM-IFACE-ID, WS-CM-CODE-SET-CD,
                           WS-CM-INT-VAL, WS-CM-AS-OF-DT,
                           WS-CM-RESP-CODE, WS-CM-RESP-MSG,
                           WS-CM-EXT-VAL
    END-CALL
    IF WS-CM-RESP-CODE = '000000'
       AND WS-CM-EXT-VAL(1:1) >= '0' AND WS-CM-EXT-VAL(1:1) <= '3'
       AND WS-CM-EXT-VAL(2:9) = SPACES
       MOVE WS-CM-EXT-VAL(1:1) TO WS-LVL-CAREER
    END-IF.

*> 国别风险：国籍与在力税收居民国中当前风险类别最高者，01一般
*> 为0档，依次至04制裁为3档
LEVEL-CNTRY.
    MOVE 0 TO WS-LVL-CNTRY
    MOVE SPACES TO WS-MAX-CATG-CD
    EXEC SQL
        SELECT COALESCE(MAX(K.RISK_CATG_CD), ' ')
          INTO :WS-MAX-CATG-CD
          FROM COUNTRY_RISK_CATALOG K
         WHERE K.VALID_FLG = '1'
           AND K.EFFT_DT <= :WS-BD-BIZ-DT
           AND (K.INVALID_DT = ' ' OR K.INVALID_DT > :WS-BD-BIZ-DT)
           AND (K.CNTRY_CD = :WS-NATION-CD
                OR K.CNTRY_CD IN (SELECT T.CNTRY_CD
                                    FROM CUST_TAX_RESIDENCY T
                                   WHERE T.TENANT_NO = :WS-TENANT-NO
                                     AND T.CUST_NO = :WS-CUST-NO
                                     AND T.VALID_FLG = '1'))
    END-EXEC.
    IF SQLCODE = 0
       EVALUATE WS-MAX-CATG-CD
          WHEN '02'
             MOVE 1 TO WS-LVL-CNTRY
          WHEN '03'
             MOVE 2 TO WS-LVL-CNTRY
          WHEN '04'
             MOVE 3 TO WS-LVL-CNTRY
          WHEN OTHER
             MOVE 0 TO WS-LVL-CNTRY
       END-EVALUATE
    END-IF.

*> 非管控(灰)名单命中(口径同CTRLSCRN01)：1条2档，2条及以上3档
LEVEL-NMLIST.
    MOVE 0 TO WS-LVL-NMLIST
    MOVE 0 TO WS-HIT-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-HIT-COUNT
          FROM PERSONAL_CUSTOMER_LIST
         WHERE CUST_NO = :WS-CUST-NO
           AND CTRL_FLG NOT = '1'
           AND VALID_FLG = '1'
           AND (EFFT_DT = SPACES OR EFFT_DT <= :WS-BD-BIZ-DT)
           AND (INVALID_DT = SPACES
                OR INVALID_DT >= :WS-BD-BIZ-DT)
    END-EXEC.
    IF SQLCODE = 0
       EVALUATE TRUE
          WHEN WS-HIT-COUNT >= 2
             MOVE 3 TO WS-LVL-NMLIST
          WHEN WS-HIT-COUNT = 1
             MOVE 2 TO WS-LVL-NMLIST
       END-EVALUATE
    END-IF.

*> 确认结案的筛查案件(MGMTSCRNCASE01状态'3')：1件2档，2件及以上3档
LEVEL-SCRCASE.
    MOVE 0 TO WS-LVL-SCRCASE
    MOVE 0 TO WS-HIT-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-HIT-COUNT
          FROM SCREEN_CASE
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND STATUS_CD = '3'
    END-EXEC.
    IF SQLCODE = 0
       EVALUATE TRUE
          WHEN WS-HIT-COUNT >= 2
             MOVE 3 TO WS-LVL-SCRCASE
          WHEN WS-HIT-COUNT = 1
             MOVE 2 TO WS-LVL-SCRCASE
       END-EVALUATE
    END-IF.

*> 统计区间内日累计额(各渠道各币种合计，口径同LARGEUSE01按面额)
*> 达大额阈值的天数：1-2天1档，3-9天2档，10天及以上3档
LEVEL-LARGETXN.
    MOVE 0 TO WS-LVL-LARGETXN
    MOVE 0 TO WS-HIT-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-HIT-COUNT
          FROM (SELECT U.PERIOD_KEY
                  FROM CUST_CHNL_TXN_UTIL U
                 WHERE U.TENANT_NO = :WS-TENANT-NO
                   AND U.CUST_NO = :WS-CUST-NO
                   AND U.PERIOD_TYP_CD = 'D'
                   AND U.PERIOD_KEY > :WS-PRD-START-DT
                   AND U.PERIOD_KEY <= :WS-BD-BIZ-DT
                 GROUP BY U.PERIOD_KEY
                HAVING SUM(U.ACCM_AMT) >= :WS-THRESHOLD-AMT) D
    END-EXEC.
    IF SQLCODE = 0
       EVALUATE TRUE
          WHEN WS-HIT-COUNT >= 10
             MOVE 3 TO WS-LVL-LARGETXN
          WHEN WS-HIT-COUNT >= 3
             MOVE 2 TO WS-LVL-LARGETXN
          WHEN WS-HIT-COUNT >= 1
             MOVE 1 TO WS-LVL-LARGETXN
       END-EVALUATE
    END-IF.

*> 境外取现黑名单记录(按证件，含已解除的历史)：1条2档；2条及
*> 以上或当前仍在黑名单中3档
LEVEL-OVSBLK.
    MOVE 0 TO WS-LVL-OVSBLK
    MOVE 0 TO WS-HIT-COUNT
    MOVE 0 TO WS-VALID-BLK-COUNT
    EXEC SQL
        SELECT COUNT(*),
               COALESCE(SUM(CASE WHEN VALID_FLG = '1' THEN 1
                                 ELSE 0 END), 0)
          INTO :WS-HIT-COUNT, :WS-VALID-BLK-COUNT
          FROM OVS_CASH_WITHDR_BLK
         WHERE CRTF_NO = :WS-CRTF-NO
           AND CRTF_TYP_CD = :WS-CRTF-TYP-CD
    END-EXEC.
    IF SQLCODE = 0
       EVALUATE TRUE
          WHEN WS-HIT-COUNT >= 2 OR WS-VALID-BLK-COUNT > 0
             MOVE 3 TO WS-LVL-OVSBLK
          WHEN WS-HIT-COUNT = 1
             MOVE 2 TO WS-LVL-OVSBLK
       END-EVALUATE
    END-IF.

*> 集团股权层级深度：沿CORP_GROUP_LINK逐级上溯母公司(MGMTCORPGRP01
*> 维护)，最多10层防成环。0-1层0档，2层1档，3层2档，4层及以上3档
LEVEL-GRPDEPTH.
    MOVE 0 TO WS-LVL-GRPDEPTH
    MOVE 0 TO WS-GRP-DEPTH
    MOVE WS-CUST-NO TO WS-GRP-CUR-CUST-NO
    MOVE 'N' TO WS-GRP-END-FLG
    PERFORM UNTIL WS-GRP-END-FLG = 'Y' OR WS-GRP-DEPTH >= 10
       MOVE SPACES TO WS-GRP-PARENT-CUST-NO
       EXEC SQL
           SELECT PARENT_CUST_NO INTO :WS-GRP-PARENT-CUST-NO
             FROM CORP_GROUP_LINK
            WHERE TENANT_NO = :WS-TENANT-NO
              AND CHILD_CUST_NO = :WS-GRP-CUR-CUST-NO
              AND VALID_FLG = '1'
            ORDER BY PARENT_CUST_NO
            FETCH FIRST 1 ROW ONLY
       END-EXEC
       IF SQLCODE = 0 AND WS-GRP-PARENT-CUST-NO NOT = SPACES
          ADD 1 TO WS-GRP-DEPTH
          MOVE WS-GRP-PARENT-CUST-NO TO WS-GRP-CUR-CUST-NO
       ELSE
          MOVE 'Y' TO WS-GRP-END-FLG
       END-IF
    END-PERFORM
    EVALUATE TRUE
       WHEN WS-GRP-DEPTH >= 4
          MOVE 3 TO WS-LVL-GRPDEPTH
       WHEN WS-GRP-DEPTH = 3
          MOVE 2 TO WS-LVL-GRPDEPTH
       WHEN WS-GRP-DEPTH = 2
          MOVE 1 TO WS-LVL-GRPDEPTH
    END-EVALUATE.

*> 评级建议维护：定档与当前等级不一致时建议(待处理的同档建议只
*> 刷新得分与依据，异档的作废'9'后另建)；一致时作废待处理建议。
*> 在力PEP(本人或关联人)只能评为H，非H档不出建议(MGMTRISKLVL01
*> 也不会接受)。WS-PRPSL-ACTN-TXT回传处理结果
MAINTAIN-PROPOSAL.
    MOVE 'NONE' TO WS-PRPSL-ACTN-TXT

    MOVE SPACES TO WS-CUR-RISK-CD
    EXEC SQL
        SELECT CUST_ATTN_EXTT_CD INTO :WS-CUR-RISK-CD
          FROM CUST_RISK_RATING
         WHERE CUST_NO = :WS-CUST-NO
           AND VALID_FLG = '1'
         ORDER BY EVALT_DT DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-CUR-RISK-CD
    END-IF

    MOVE SPACES TO WS-PEND-SEQ-NO
    MOVE SPACES TO WS-PEND-RISK-CD
    EXEC SQL
        SELECT PRPSL_SEQ_NO, PRPSL_RISK_CD
          INTO :WS-PEND-SEQ-NO, :WS-PEND-RISK-CD
          FROM CUST_RISK_PROPOSAL
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND STATUS_CD = '0'
         ORDER BY PRPSL_SEQ_NO DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-PEND-SEQ-NO
       MOVE SPACES TO WS-PEND-RISK-CD
    END-IF

    MOVE 0 TO WS-PEP-COUNT
    IF WS-SCORE-BAND-CD NOT = 'H'
       EXEC SQL
           SELECT COUNT(*) INTO :WS-PEP-COUNT
             FROM CUST_PEP_INFO
            WHERE CUST_NO = :WS-CUST-NO
              AND STATUS_CD = '1'
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 0 TO WS-PEP-COUNT
       END-IF
    END-IF

    *> 定档与当前等级一致、或在力PEP非H档：不出建议，已有的待处理
    *> 建议一并作废
    IF WS-SCORE-BAND-CD = WS-CUR-RISK-CD OR WS-PEP-COUNT > 0
       IF WS-PEP-COUNT > 0
          MOVE 'PEPSKIP' TO WS-PRPSL-ACTN-TXT
       END-IF
       IF WS-PEND-SEQ-NO NOT = SPACES
          PERFORM SUPERSEDE-PENDING
       END-IF
       EXIT PARAGRAPH
    END-IF

    IF WS-PEND-SEQ-NO NOT = SPACES
       AND WS-PEND-RISK-CD = WS-SCORE-BAND-CD
       EXEC SQL
           UPDATE CUST_RISK_PROPOSAL
              SET CUR_RISK_CD = :WS-CUR-RISK-CD,
                  TOTAL_SCORE = :WS-TOTAL-SCORE,
                  FACTOR_BASIS = :WS-FACTOR-BASIS,
                  SCORE_DT = :WS-BD-BIZ-DT,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE PRPSL_SEQ_NO = :WS-PEND-SEQ-NO
              AND STATUS_CD = '0'
       END-EXEC
       IF SQLCODE NOT = 0
          DISPLAY '评级建议刷新失败 客户号:' WS-CUST-NO
          MOVE 'FAILED' TO WS-PRPSL-ACTN-TXT
          EXIT PARAGRAPH
       END-IF
       MOVE WS-PEND-SEQ-NO TO WS-PRPSL-SEQ-NO
       MOVE 'REFRESH' TO WS-PRPSL-ACTN-TXT
       EXIT PARAGRAPH
    END-IF

    IF WS-PEND-SEQ-NO NOT = SPACES
       PERFORM SUPERSEDE-PENDING
       IF WS-PRPSL-ACTN-TXT = 'FAILED'
          EXIT PARAGRAPH
       END-IF
    END-IF

    ADD 1 TO WS-NEXT-SEQ-NUM
    MOVE WS-BD-BIZ-DT TO WS-PRPSL-SEQ-DT
    MOVE WS-NEXT-SEQ-NUM TO WS-PRPSL-SEQ-NUM
    EXEC SQL
        INSERT INTO CUST_RISK_PROPOSAL (
            PRPSL_SEQ_NO, TENANT_NO, CUST_NO, CUR_RISK_CD,
            PRPSL_RISK_CD, TOTAL_SCORE, FACTOR_BASIS, SCORE_DT,
            STATUS_CD, DECN_TELR_NO, DECN_TM, CRT_TM, UPD_TM
        ) VALUES (
            :WS-PRPSL-SEQ-NO, :WS-TENANT-NO, :WS-CUST-NO,
            :WS-CUR-RISK-CD, :WS-SCORE-BAND-CD, :WS-TOTAL-SCORE,
            :WS-FACTOR-BASIS, :WS-BD-BIZ-DT, '0', NULL, NULL,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC
    IF SQLCODE NOT = 0
       DISPLAY '评级建议写入失败 客户号:' WS-CUST-NO
       MOVE 'FAILED' TO WS-PRPSL-ACTN-TXT
       EXIT PARAGRAPH
    END-IF
    MOVE 'NEW' TO WS-PRPSL-ACTN-TXT.

*> 待处理建议作废('9')：定档已变或已与当前等级一致
SUPERSEDE-PENDING.
    EXEC SQL
        UPDATE CUST_RISK_PROPOSAL
           SET STATUS_CD = '9',
               UPD_TM = CURRENT_TIMESTAMP
         WHERE PRPSL_SEQ_NO = :WS-PEND-SEQ-NO
           AND STATUS_CD = '0'
    END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '评级建议作废失败 客户号:' WS-CUST-NO
       MOVE 'FAILED' TO WS-PRPSL-ACTN-TXT
       EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-SUPERSEDE-COUNT.

*> 写出一条评级建议记录
WRITE-PROPOSAL-RECORD.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-PRPSL-SEQ-NO     DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-TENANT-NO        DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-CUST-NO          DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-CUR-RISK-CD      DELIMITED BY SIZE
           '->'                DELIMITED BY SIZE
           WS-SCORE-BAND-CD    DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-PRPSL-ACTN-TXT   DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-FACTOR-BASIS     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
