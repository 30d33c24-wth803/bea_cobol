IDENTIFICATION DIVISION.
PROGRAM-ID. MKCKANAL01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 经办复核串通分析月报：五节(互为经办复核对/复核时长分布与秒批
*> 柜员/复核柜员分程序通过率/跨网点复核/从未被驳回的经办柜员)，
*> 每节按网点分段、段内按异常程度排名，供各网点风险经理认领
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-DECN-COUNT           PIC 9(7) VALUE 0.
01  WS-FAST-COUNT           PIC 9(7) VALUE 0.
01  WS-LINE-COUNT           PIC 9(7) VALUE 0.

*> 分析参数(系统级设置挂默认租户001名下)，未配置的取括注默认值
01  WS-FAST-SECS            PIC 9(05) VALUE 30.  *> MKCK_FAST_SECS
01  WS-MIN-CNT              PIC 9(05) VALUE 5.   *> MKCK_MIN_CNT
01  WS-PARAM-NM             PIC X(20).
01  WS-PARAM-TXT            PIC X(10).
01  WS-PARAM-NUM            PIC 9(05).

*> 统计期：业务日期所在月的上一自然月('YYYY-MM'，与TIMESTAMP
*> 列前缀比较)
01  WS-PERIOD-YR            PIC 9(04).
01  WS-PERIOD-MON           PIC 9(02).
01  WS-PERIOD-YM            PIC X(07).

*> 复核事项游标行(在线表与归档表合并)
01  WS-D-TENANT-NO          PIC X(10).
01  WS-D-AUTH-SEQ-NO        PIC X(14).
01  WS-D-OPER-PROGRAM       PIC X(20).
01  WS-D-STATUS-CD          PIC X(01).
01  WS-D-MAKER-TELR-NO      PIC X(10).
01  WS-D-MAKER-BRANCH-NO    PIC X(10).
01  WS-D-CHKR-TELR-NO       PIC X(10).
01  WS-D-CHKR-BRANCH-NO     PIC X(10).
01  WS-D-CRT-TM             PIC X(26).
01  WS-D-APPR-FLG           PIC X(01).
01  WS-D-APPR-TM            PIC X(26).

*> 复核时长(秒)：登记时刻与复核时刻的日期差折秒加时分秒差，
*> 跨日经INTEGER-OF-DATE(同MGMT-PER-CUST-INFO冷静期到期时刻)
01  WS-LT-DATE-TXT          PIC X(08).
01  WS-LT-CRT-DAY-INT       PIC 9(08).
01  WS-LT-APPR-DAY-INT      PIC 9(08).
01  WS-LT-CRT-SECS          PIC 9(08).
01  WS-LT-APPR-SECS         PIC 9(08).
01  WS-LATENCY-SECS         PIC S9(09).
01  WS-FAST-FLG             PIC X(01).

*> 各节游标通用行与网点分段排名
01  WS-R-BRANCH-NO          PIC X(10).
01  WS-R-TENANT-NO          PIC X(10).
01  WS-R-TELR-NO            PIC X(10).
01  WS-R-TELR-NO-2          PIC X(10).
01  WS-R-PROGRAM            PIC X(20).
01  WS-R-CNT-1              PIC 9(07).
01  WS-R-CNT-2              PIC 9(07).
01  WS-R-CNT-3              PIC 9(07).
01  WS-R-CNT-4              PIC 9(07).
01  WS-R-CNT-5              PIC 9(07).
01  WS-R-CNT-6              PIC 9(07).
01  WS-R-PCT                PIC 9(03)V9.
01  WS-R-PCT-TXT            PIC ZZ9.9.
01  WS-PREV-BRANCH-NO       PIC X(10).
01  WS-RANK                 PIC 9(05).
01  WS-RANK-TXT             PIC ZZZZ9.

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'MKCKANAL01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 经办复核串通分析批(月度)：CUST_PENDING_AUTH的双人复核只证明
*> 两个不同柜员经手，看不出固定搭档互批、秒批不审。本批先把统计
*> 期内已复核事项(在线表与RETNPOLICY01归档表合并，按复核时刻
*> APPR_TM——早期事项无此列时按UPD_TM——归月)逐笔落
*> MKCK_DECN_FACT(带经办/复核柜员归属网点与复核时长，重跑先删同期
*> 行)，再从事实表出五节排名清单：
*>   一 互为经办复核对：甲批乙且乙批甲、合计达最少笔数，按合计
*>      笔数排名，附该对占两人经办总量的集中度
*>   二 复核时长分布(按复核柜员网点)与秒批柜员排名：复核通过用时
*>      短于MKCK_FAST_SECS秒的计秒批；无复核时刻的早期事项单列
*>   三 复核柜员分程序通过率：复核笔数达最少笔数的按通过率排名
*>   四 跨网点复核：复核柜员网点与经办柜员网点不一致的通过笔数
*>   五 从未被驳回的经办柜员：经办笔数达最少笔数且零驳回
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    PERFORM READ-MKCK-PARAMS

    MOVE WS-BD-BIZ-DT(1:4) TO WS-PERIOD-YR
    MOVE WS-BD-BIZ-DT(5:2) TO WS-PERIOD-MON
    IF WS-PERIOD-MON = 1
       SUBTRACT 1 FROM WS-PERIOD-YR
       MOVE 12 TO WS-PERIOD-MON
    ELSE
       SUBTRACT 1 FROM WS-PERIOD-MON
    END-IF
    MOVE SPACES TO WS-PERIOD-YM
    STRING WS-PERIOD-YR  DELIMITED BY SIZE
           '-'           DELIMITED BY SIZE
           WS-PERIOD-MON DELIMITED BY SIZE
      INTO WS-PERIOD-YM
    END-STRING

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'MKCK.COLLUSION.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT             DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '经办复核串通分析月报 统计期:' DELIMITED BY SIZE
           WS-PERIOD-YM                 DELIMITED BY SIZE
           ' 业务日期:'                 DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
           ' 秒批阈值(秒):'             DELIMITED BY SIZE
           WS-FAST-SECS                 DELIMITED BY SIZE
           ' 最少笔数:'                 DELIMITED BY SIZE
           WS-MIN-CNT                   DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    PERFORM BUILD-DECISION-FACT
    IF WS-FETCH-SQLCODE NOT = 100
       MOVE '复核事项取数失败，本期不出分析' TO REPORT-RECORD
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '经办复核串通分析取数失败，统计期:' WS-PERIOD-YM
       GOBACK
    END-IF

    PERFORM REPORT-RECIPROCAL-PAIRS
    PERFORM REPORT-LATENCY-DIST
    PERFORM REPORT-FAST-CHECKERS
    PERFORM REPORT-APPROVAL-RATES
    PERFORM REPORT-CROSS-BRANCH
    PERFORM REPORT-NEVER-REJECTED

    MOVE SPACES TO REPORT-RECORD
    STRING '统计期复核事项:' DELIMITED BY SIZE
           WS-DECN-COUNT     DELIMITED BY SIZE
           ' 秒批:'          DELIMITED BY SIZE
           WS-FAST-COUNT     DELIMITED BY SIZE
           ' 清单行数:'      DELIMITED BY SIZE
           WS-LINE-COUNT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同PEPRECFM01)
    MOVE WS-LINE-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '经办复核串通分析完成，统计期:' WS-PERIOD-YM
            ' 复核事项:' WS-DECN-COUNT ' 秒批:' WS-FAST-COUNT

    GOBACK.

*> 统计期已复核事项逐笔落MKCK_DECN_FACT：重跑先删同期行；柜员
*> 归属网点取TELLER_INFO(同一柜员多次登记取其一)，查不到的记空白
BUILD-DECISION-FACT.
    EXEC SQL
        DELETE FROM MKCK_DECN_FACT
         WHERE PERIOD_YM = :WS-PERIOD-YM
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '复核事实表同期行清理失败'
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL COMMIT END-EXEC.

    EXEC SQL
        DECLARE MKCK-DECN-CUR CURSOR FOR
        SELECT D.TENANT_NO, D.AUTH_SEQ_NO, D.OPER_PROGRAM,
               D.STATUS_CD, D.CRT_TELR_NO,
               COALESCE(BM.BRANCH_NO, ' '), D.APPR_TELR_NO,
               COALESCE(BC.BRANCH_NO, ' '), D.CRT_TM,
               CASE WHEN D.APPR_TM IS NULL THEN 'N' ELSE 'Y' END,
               COALESCE(D.APPR_TM, D.CRT_TM)
          FROM (SELECT TENANT_NO, AUTH_SEQ_NO, OPER_PROGRAM,
                       STATUS_CD, CRT_TELR_NO, APPR_TELR_NO,
                       CRT_TM, APPR_TM,
                       COALESCE(APPR_TM, UPD_TM) AS DECN_TM
                  FROM CUST_PENDING_AUTH
                 WHERE STATUS_CD IN ('1', '2', '3', '4')
                   AND APPR_TELR_NO IS NOT NULL
                   AND APPR_TELR_NO <> ' '
                UNION ALL
                SELECT TENANT_NO, AUTH_SEQ_NO, OPER_PROGRAM,
                       STATUS_CD, CRT_TELR_NO, APPR_TELR_NO,
                       CRT_TM, APPR_TM,
                       COALESCE(APPR_TM, UPD_TM) AS DECN_TM
                  FROM CUST_PENDING_AUTH_ARCH
                 WHERE STATUS_CD IN ('1', '2', '3', '4')
                   AND APPR_TELR_NO IS NOT NULL
                   AND APPR_TELR_NO <> ' ') D
          LEFT JOIN (SELECT TELR_NO, TENANT_NO,
                            MAX(BRANCH_NO) AS BRANCH_NO
                       FROM TELLER_INFO
                      GROUP BY TELR_NO, TENANT_NO) BM
            ON BM.TELR_NO = D.CRT_TELR_NO
           AND BM.TENANT_NO = D.TENANT_NO
          LEFT JOIN (SELECT TELR_NO, TENANT_NO,
                            MAX(BRANCH_NO) AS BRANCH_NO
                       FROM TELLER_INFO
                      GROUP BY TELR_NO, TENANT_NO) BC
            ON BC.TELR_NO = D.APPR_TELR_NO
           AND BC.TENANT_NO = D.TENANT_NO
         WHERE SUBSTR(D.DECN_TM, 1, 7) = :WS-PERIOD-YM
         ORDER BY D.TENANT_NO, D.AUTH_SEQ_NO
    END-EXEC.

    EXEC SQL OPEN MKCK-DECN-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '复核事项游标打开失败'
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MKCK-DECN-CUR
            INTO :WS-D-TENANT-NO, :WS-D-AUTH-SEQ-NO,
                 :WS-D-OPER-PROGRAM, :WS-D-STATUS-CD,
                 :WS-D-MAKER-TELR-NO, :WS-D-MAKER-BRANCH-NO,
                 :WS-D-CHKR-TELR-NO, :WS-D-CHKR-BRANCH-NO,
                 :WS-D-CRT-TM, :WS-D-APPR-FLG, :WS-D-APPR-TM
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-DECISION-FACT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE MKCK-DECN-CUR END-EXEC.
    EXEC SQL COMMIT END-EXEC.

*> 一笔复核事项：算复核时长、判秒批(只对复核通过的判)，落事实表
WRITE-DECISION-FACT.
    MOVE 0 TO WS-LATENCY-SECS
    MOVE 'N' TO WS-FAST-FLG
    IF WS-D-APPR-FLG = 'Y'
       PERFORM CALC-LATENCY-SECS
       IF WS-D-STATUS-CD NOT = '3'
          AND WS-LATENCY-SECS < WS-FAST-SECS
          MOVE 'Y' TO WS-FAST-FLG
          ADD 1 TO WS-FAST-COUNT
       END-IF
    END-IF

    EXEC SQL
        INSERT INTO MKCK_DECN_FACT (
            PERIOD_YM, TENANT_NO, AUTH_SEQ_NO, OPER_PROGRAM,
            STATUS_CD, MAKER_TELR_NO, MAKER_BRANCH_NO,
            CHKR_TELR_NO, CHKR_BRANCH_NO, LATENCY_SECS, FAST_FLG,
            CRT_TM
        ) VALUES (
            :WS-PERIOD-YM, :WS-D-TENANT-NO, :WS-D-AUTH-SEQ-NO,
            :WS-D-OPER-PROGRAM, :WS-D-STATUS-CD,
            :WS-D-MAKER-TELR-NO, :WS-D-MAKER-BRANCH-NO,
            :WS-D-CHKR-TELR-NO, :WS-D-CHKR-BRANCH-NO,
            CASE WHEN :WS-D-APPR-FLG = 'Y'
                 THEN :WS-LATENCY-SECS END,
            :WS-FAST-FLG, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '复核事实写入失败 流水号:' WS-D-AUTH-SEQ-NO
    ELSE
       ADD 1 TO WS-DECN-COUNT
    END-IF.

*> 复核时长：TIMESTAMP文本'YYYY-MM-DD?HH?MM?SS'按位取日期与时分秒
CALC-LATENCY-SECS.
    MOVE SPACES TO WS-LT-DATE-TXT
    STRING WS-D-CRT-TM(1:4) DELIMITED BY SIZE
           WS-D-CRT-TM(6:2) DELIMITED BY SIZE
           WS-D-CRT-TM(9:2) DELIMITED BY SIZE
      INTO WS-LT-DATE-TXT
    END-STRING
    COMPUTE WS-LT-CRT-DAY-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-LT-DATE-TXT))
    COMPUTE WS-LT-CRT-SECS =
            FUNCTION NUMVAL(WS-D-CRT-TM(12:2)) * 3600
          + FUNCTION NUMVAL(WS-D-CRT-TM(15:2)) * 60
          + FUNCTION NUMVAL(WS-D-CRT-TM(18:2))

    MOVE SPACES TO WS-LT-DATE-TXT
    STRING WS-D-APPR-TM(1:4) DELIMITED BY SIZE
           WS-D-APPR-TM(6:2) DELIMITED BY SIZE
           WS-D-APPR-TM(9:2) DELIMITED BY SIZE
      INTO WS-LT-DATE-TXT
    END-STRING
    COMPUTE WS-LT-APPR-DAY-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-LT-DATE-TXT))
    COMPUTE WS-LT-APPR-SECS =
            FUNCTION NUMVAL(WS-D-APPR-TM(12:2)) * 3600
          + FUNCTION NUMVAL(WS-D-APPR-TM(15:2)) * 60
          + FUNCTION NUMVAL(WS-D-APPR-TM(18:2))

    COMPUTE WS-LATENCY-SECS =
            (WS-LT-APPR-DAY-INT - WS-LT-CRT-DAY-INT) * 86400
          + WS-LT-APPR-SECS - WS-LT-CRT-SECS
    IF WS-LATENCY-SECS < 0
       MOVE 0 TO WS-LATENCY-SECS
    END-IF.

*> 网点分段：网点变化时写段头并从1重新排名
NEXT-BRANCH-RANK.
    IF WS-R-BRANCH-NO NOT = WS-PREV-BRANCH-NO
       MOVE WS-R-BRANCH-NO TO WS-PREV-BRANCH-NO
       MOVE 0 TO WS-RANK
       MOVE SPACES TO REPORT-RECORD
       STRING '  网点:'        DELIMITED BY SIZE
              WS-R-BRANCH-NO   DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-IF
    ADD 1 TO WS-RANK
    MOVE WS-RANK TO WS-RANK-TXT
    ADD 1 TO WS-LINE-COUNT.

*> 节标题：写标题行并复位网点分段
WRITE-SECTION-TITLE.
    WRITE REPORT-RECORD
    MOVE HIGH-VALUES TO WS-PREV-BRANCH-NO.

*> 第一节：互为经办复核对(每对只出一行，网点取较小柜员号一方的
*> 网点)，集中度=该对互批笔数占两人经办总笔数的百分比
REPORT-RECIPROCAL-PAIRS.
    MOVE '一、互为经办复核对(按互批合计笔数排名)' TO REPORT-RECORD
    PERFORM WRITE-SECTION-TITLE

    EXEC SQL
        DECLARE MKCK-PAIR-CUR CURSOR FOR
        SELECT A.MAKER_BRANCH_NO, A.TENANT_NO, A.MAKER_TELR_NO,
               A.CHKR_TELR_NO, A.PAIR_CNT, R.PAIR_CNT,
               MA.TOT_CNT, MB.TOT_CNT
          FROM (SELECT TENANT_NO, MAKER_TELR_NO, CHKR_TELR_NO,
                       MAX(MAKER_BRANCH_NO) AS MAKER_BRANCH_NO,
                       COUNT(*) AS PAIR_CNT
                  FROM MKCK_DECN_FACT
                 WHERE PERIOD_YM = :WS-PERIOD-YM
                 GROUP BY TENANT_NO, MAKER_TELR_NO, CHKR_TELR_NO) A
          JOIN (SELECT TENANT_NO, MAKER_TELR_NO, CHKR_TELR_NO,
                       COUNT(*) AS PAIR_CNT
                  FROM MKCK_DECN_FACT
                 WHERE PERIOD_YM = :WS-PERIOD-YM
                 GROUP BY TENANT_NO, MAKER_TELR_NO, CHKR_TELR_NO) R
            ON R.TENANT_NO = A.TENANT_NO
           AND R.MAKER_TELR_NO = A.CHKR_TELR_NO
           AND R.CHKR_TELR_NO = A.MAKER_TELR_NO
          JOIN (SELECT TENANT_NO, MAKER_TELR_NO, COUNT(*) AS TOT_CNT
                  FROM MKCK_DECN_FACT
                 WHERE PERIOD_YM = :WS-PERIOD-YM
                 GROUP BY TENANT_NO, MAKER_TELR_NO) MA
            ON MA.TENANT_NO = A.TENANT_NO
           AND MA.MAKER_TELR_NO = A.MAKER_TELR_NO
          JOIN (SELECT TENANT_NO, MAKER_TELR_NO, COUNT(*) AS TOT_CNT
                  FROM MKCK_DECN_FACT
                 WHERE PERIOD_YM = :WS-PERIOD-YM
                 GROUP BY TENANT_NO, MAKER_TELR_NO) MB
            ON MB.TENANT_NO = A.TENANT_NO
           AND MB.MAKER_TELR_NO = A.CHKR_TELR_NO
         WHERE A.MAKER_TELR_NO < A.CHKR_TELR_NO
           AND A.PAIR_CNT + R.PAIR_CNT >= :WS-MIN-CNT
         ORDER BY 1, A.PAIR_CNT + R.PAIR_CNT DESC, 2, 3
    END-EXEC.

    EXEC SQL OPEN MKCK-PAIR-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '互为经办复核对游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MKCK-PAIR-CUR
            INTO :WS-R-BRANCH-NO, :WS-R-TENANT-NO, :WS-R-TELR-NO,
                 :WS-R-TELR-NO-2, :WS-R-CNT-1, :WS-R-CNT-2,
                 :WS-R-CNT-3, :WS-R-CNT-4
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM NEXT-BRANCH-RANK
          COMPUTE WS-R-PCT ROUNDED =
                  (WS-R-CNT-1 + WS-R-CNT-2) * 100
                  / (WS-R-CNT-3 + WS-R-CNT-4)
          MOVE WS-R-PCT TO WS-R-PCT-TXT
          MOVE SPACES TO REPORT-RECORD
          STRING WS-RANK-TXT      DELIMITED BY SIZE
                 ' '              DELIMITED BY SIZE
                 WS-R-TENANT-NO   DELIMITED BY SIZE
                 ' '              DELIMITED BY SIZE
                 WS-R-TELR-NO     DELIMITED BY SIZE
                 '<->'            DELIMITED BY SIZE
                 WS-R-TELR-NO-2   DELIMITED BY SIZE
                 ' 甲批乙:'       DELIMITED BY SIZE
                 WS-R-CNT-2       DELIMITED BY SIZE
                 ' 乙批甲:'       DELIMITED BY SIZE
                 WS-R-CNT-1       DELIMITED BY SIZE
                 ' 集中度%:'      DELIMITED BY SIZE
                 WS-R-PCT-TXT     DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE MKCK-PAIR-CUR END-EXEC.

*> 第二节：复核时长分布(按复核柜员网点，只计复核通过)
REPORT-LATENCY-DIST.
    MOVE '二、复核通过用时分布(按复核柜员网点)' TO REPORT-RECORD
    PERFORM WRITE-SECTION-TITLE

    EXEC SQL
        DECLARE MKCK-LAT-CUR CURSOR FOR
        SELECT CHKR_BRANCH_NO,
               SUM(CASE WHEN LATENCY_SECS < :WS-FAST-SECS
                        THEN 1 ELSE 0 END),
               SUM(CASE WHEN LATENCY_SECS >= :WS-FAST-SECS
                         AND LATENCY_SECS < 300
                        THEN 1 ELSE 0 END),
               SUM(CASE WHEN LATENCY_SECS >= 300
                         AND LATENCY_SECS < 3600
                         AND LATENCY_SECS >= :WS-FAST-SECS
                        THEN 1 ELSE 0 END),
               SUM(CASE WHEN LATENCY_SECS >= 3600
                         AND LATENCY_SECS < 86400
                         AND LATENCY_SECS >= :WS-FAST-SECS
                        THEN 1 ELSE 0 END),
               SUM(CASE WHEN LATENCY_SECS >= 86400
                         AND LATENCY_SECS >= :WS-FAST-SECS
                        THEN 1 ELSE 0 END),
               SUM(CASE WHEN LATENCY_SECS IS NULL
                        THEN 1 ELSE 0 END)
          FROM MKCK_DECN_FACT
         WHERE PERIOD_YM = :WS-PERIOD-YM
           AND STATUS_CD <> '3'
         GROUP BY CHKR_BRANCH_NO
         ORDER BY CHKR_BRANCH_NO
    END-EXEC.

    EXEC SQL OPEN MKCK-LAT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '复核时长分布游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MKCK-LAT-CUR
            INTO :WS-R-BRANCH-NO, :WS-R-CNT-1, :WS-R-CNT-2,
                 :WS-R-CNT-3, :WS-R-CNT-4, :WS-R-CNT-5,
                 :WS-R-CNT-6
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM NEXT-BRANCH-RANK
          MOVE SPACES TO REPORT-RECORD
          STRING '    秒批:'        DELIMITED BY SIZE
                 WS-R-CNT-1         DELIMITED BY SIZE
                 ' 至5分:'          DELIMITED BY SIZE
                 WS-R-CNT-2         DELIMITED BY SIZE
                 ' 5分至1时:'       DELIMITED BY SIZE
                 WS-R-CNT-3         DELIMITED BY SIZE
                 ' 1时至1日:'       DELIMITED BY SIZE
                 WS-R-CNT-4         DELIMITED BY SIZE
                 ' 1日以上:'        DELIMITED BY SIZE
                 WS-R-CNT-5         DELIMITED BY SIZE
                 ' 无复核时刻:'     DELIMITED BY SIZE
                 WS-R-CNT-6         DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE MKCK-LAT-CUR END-EXEC.

*> 第二节(续)：秒批柜员排名，按秒批笔数、再按秒批占比
REPORT-FAST-CHECKERS.
    MOVE '二(续)、秒批复核柜员(按秒批笔数排名)' TO REPORT-RECORD
    PERFORM WRITE-SECTION-TITLE

    EXEC SQL
        DECLARE MKCK-FAST-CUR CURSOR FOR
        SELECT CHKR_BRANCH_NO, TENANT_NO, CHKR_TELR_NO,
               SUM(CASE WHEN FAST_FLG = 'Y' THEN 1 ELSE 0 END),
               COUNT(*)
          FROM MKCK_DECN_FACT
         WHERE PERIOD_YM = :WS-PERIOD-YM
           AND STATUS_CD <> '3'
         GROUP BY CHKR_BRANCH_NO, TENANT_NO, CHKR_TELR_NO
        HAVING SUM(CASE WHEN FAST_FLG = 'Y' THEN 1 ELSE 0 END) > 0
         ORDER BY 1, 4 DESC, 5, 2, 3
    END-EXEC.

    EXEC SQL OPEN MKCK-FAST-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '秒批柜员游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MKCK-FAST-CUR
            INTO :WS-R-BRANCH-NO, :WS-R-TENANT-NO, :WS-R-TELR-NO,
                 :WS-R-CNT-1, :WS-R-CNT-2
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM NEXT-BRANCH-RANK
          COMPUTE WS-R-PCT ROUNDED = WS-R-CNT-1 * 100 / WS-R-CNT-2
          MOVE WS-R-PCT TO WS-R-PCT-TXT
          MOVE SPACES TO REPORT-RECORD
          STRING WS-RANK-TXT      DELIMITED BY SIZE
                 ' '              DELIMITED BY SIZE
                 WS-R-TENANT-NO   DELIMITED BY SIZE
                 ' 复核柜员:'     DELIMITED BY SIZE
                 WS-R-TELR-NO     DELIMITED BY SIZE
                 ' 秒批:'         DELIMITED BY SIZE
                 WS-R-CNT-1       DELIMITED BY SIZE
                 ' 通过:'         DELIMITED BY SIZE
                 WS-R-CNT-2       DELIMITED BY SIZE
                 ' 占比%:'        DELIMITED BY SIZE
                 WS-R-PCT-TXT     DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE MKCK-FAST-CUR END-EXEC.

*> 第三节：复核柜员分程序通过率(复核笔数达最少笔数的)，按通过率
*> 再按复核笔数排名
REPORT-APPROVAL-RATES.
    MOVE '三、复核柜员分程序通过率(按通过率排名)' TO REPORT-RECORD
    PERFORM WRITE-SECTION-TITLE

    EXEC SQL
        DECLARE MKCK-RATE-CUR CURSOR FOR
        SELECT CHKR_BRANCH_NO, TENANT_NO, CHKR_TELR_NO,
               OPER_PROGRAM,
               SUM(CASE WHEN STATUS_CD <> '3' THEN 1 ELSE 0 END),
               COUNT(*)
          FROM MKCK_DECN_FACT
         WHERE PERIOD_YM = :WS-PERIOD-YM
         GROUP BY CHKR_BRANCH_NO, TENANT_NO, CHKR_TELR_NO,
                  OPER_PROGRAM
        HAVING COUNT(*) >= :WS-MIN-CNT
         ORDER BY 1,
               SUM(CASE WHEN STATUS_CD <> '3' THEN 1 ELSE 0 END)
               * 1000 / COUNT(*) DESC,
               6 DESC, 2, 3, 4
    END-EXEC.

    EXEC SQL OPEN MKCK-RATE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '复核通过率游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MKCK-RATE-CUR
            INTO :WS-R-BRANCH-NO, :WS-R-TENANT-NO, :WS-R-TELR-NO,
                 :WS-R-PROGRAM, :WS-R-CNT-1, :WS-R-CNT-2
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM NEXT-BRANCH-RANK
          COMPUTE WS-R-PCT ROUNDED = WS-R-CNT-1 * 100 / WS-R-CNT-2
          MOVE WS-R-PCT TO WS-R-PCT-TXT
          MOVE SPACES TO REPORT-RECORD
          STRING WS-RANK-TXT      DELIMITED BY SIZE
                 ' '              DELIMITED BY SIZE
                 WS-R-TENANT-NO   DELIMITED BY SIZE
                 ' 复核柜员:'     DELIMITED BY SIZE
                 WS-R-TELR-NO     DELIMITED BY SIZE
                 ' '              DELIMITED BY SIZE
                 WS-R-PROGRAM     DELIMITED BY SIZE
                 ' 通过:'         DELIMITED BY SIZE
                 WS-R-CNT-1       DELIMITED BY SIZE
                 ' 复核:'         DELIMITED BY SIZE
                 WS-R-CNT-2       DELIMITED BY SIZE
                 ' 通过率%:'      DELIMITED BY SIZE
                 WS-R-PCT-TXT     DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE MKCK-RATE-CUR END-EXEC.

*> 第四节：跨网点复核通过(双方网点均已登记且不一致)，按笔数排名
REPORT-CROSS-BRANCH.
    MOVE '四、跨网点复核通过(按笔数排名)' TO REPORT-RECORD
    PERFORM WRITE-SECTION-TITLE

    EXEC SQL
        DECLARE MKCK-XBR-CUR CURSOR FOR
        SELECT CHKR_BRANCH_NO, TENANT_NO, CHKR_TELR_NO,
               MAKER_BRANCH_NO, COUNT(*)
          FROM MKCK_DECN_FACT
         WHERE PERIOD_YM = :WS-PERIOD-YM
           AND STATUS_CD <> '3'
           AND CHKR_BRANCH_NO <> ' '
           AND MAKER_BRANCH_NO <> ' '
           AND CHKR_BRANCH_NO <> MAKER_BRANCH_NO
         GROUP BY CHKR_BRANCH_NO, TENANT_NO, CHKR_TELR_NO,
                  MAKER_BRANCH_NO
         ORDER BY 1, 5 DESC, 2, 3, 4
    END-EXEC.

    EXEC SQL OPEN MKCK-XBR-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '跨网点复核游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MKCK-XBR-CUR
            INTO :WS-R-BRANCH-NO, :WS-R-TENANT-NO, :WS-R-TELR-NO,
                 :WS-R-TELR-NO-2, :WS-R-CNT-1
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM NEXT-BRANCH-RANK
          MOVE SPACES TO REPORT-RECORD
          STRING WS-RANK-TXT      DELIMITED BY SIZE
                 ' '              DELIMITED BY SIZE
                 WS-R-TENANT-NO   DELIMITED BY SIZE
                 ' 复核柜员:'     DELIMITED BY SIZE
                 WS-R-TELR-NO     DELIMITED BY SIZE
                 ' 经办网点:'     DELIMITED BY SIZE
                 WS-R-TELR-NO-2   DELIMITED BY SIZE
                 ' 通过:'         DELIMITED BY SIZE
                 WS-R-CNT-1       DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE MKCK-XBR-CUR END-EXEC.

*> 第五节：从未被驳回的经办柜员(经办笔数达最少笔数)，按经办笔数
*> 排名，附批过其事项的复核柜员人数——人数越少越可疑
REPORT-NEVER-REJECTED.
    MOVE '五、从未被驳回的经办柜员(按经办笔数排名)' TO REPORT-RECORD
    PERFORM WRITE-SECTION-TITLE

    EXEC SQL
        DECLARE MKCK-NREJ-CUR CURSOR FOR
        SELECT MAKER_BRANCH_NO, TENANT_NO, MAKER_TELR_NO,
               COUNT(*), COUNT(DISTINCT CHKR_TELR_NO)
          FROM MKCK_DECN_FACT
         WHERE PERIOD_YM = :WS-PERIOD-YM
         GROUP BY MAKER_BRANCH_NO, TENANT_NO, MAKER_TELR_NO
        HAVING SUM(CASE WHEN STATUS_CD = '3' THEN 1 ELSE 0 END) = 0
           AND COUNT(*) >= :WS-MIN-CNT
         ORDER BY 1, 4 DESC, 5, 2, 3
    END-EXEC.

    EXEC SQL OPEN MKCK-NREJ-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '零驳回经办柜员游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH MKCK-NREJ-CUR
            INTO :WS-R-BRANCH-NO, :WS-R-TENANT-NO, :WS-R-TELR-NO,
                 :WS-R-CNT-1, :WS-R-CNT-2
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM NEXT-BRANCH-RANK
          MOVE SPACES TO REPORT-RECORD
          STRING WS-RANK-TXT      DELIMITED BY SIZE
                 ' '              DELIMITED BY SIZE
                 WS-R-TENANT-NO   DELIMITED BY SIZE
                 ' 经办柜员:'     DELIMITED BY SIZE
                 WS-R-TELR-NO     DELIMITED BY SIZE
                 ' 经办:'         DELIMITED BY SIZE
                 WS-R-CNT-1       DELIMITED BY SIZE
                 ' 复核人数:'     DELIMITED BY SIZE
                 WS-R-CNT-2       DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE MKCK-NREJ-CUR END-EXEC.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 分析参数(系统级设置挂默认租户001名下，同CORPREVIEW01)
READ-MKCK-PARAMS.
    MOVE 'MKCK_FAST_SECS' TO WS-PARAM-NM
    PERFORM READ-ONE-PARAM
    IF WS-PARAM-NUM > 0
       MOVE WS-PARAM-NUM TO WS-FAST-SECS
    END-IF

    MOVE 'MKCK_MIN_CNT' TO WS-PARAM-NM
    PERFORM READ-ONE-PARAM
    IF WS-PARAM-NUM > 0
       MOVE WS-PARAM-NUM TO WS-MIN-CNT
    END-IF.

*> 读一个系统级数值参数，未配置或非数值时WS-PARAM-NUM为0
READ-ONE-PARAM.
    MOVE 0 TO WS-PARAM-NUM
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = '001'
           AND PARAM_NM = :WS-PARAM-NM
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-PARAM-NUM = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.
