IDENTIFICATION DIVISION.
PROGRAM-ID. SODREADY01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 开门前就绪检查报告：一租户一段，段首GO/NO-GO结论，逐项列出
*> 检查结果(检查项/结果/责任方/明细)，未通过项前缀'NO-GO'，
*> 值班据此逐项派给责任方
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-TX                   PIC 9(03).
01  WS-IX                   PIC 9(03).
01  WS-PX                   PIC 9(03).
01  WS-LINE-COUNT           PIC 9(07) VALUE 0.
01  WS-GO-COUNT             PIC 9(05) VALUE 0.
01  WS-NOGO-COUNT           PIC 9(05) VALUE 0.
01  WS-SAVE-FAIL-COUNT      PIC 9(05) VALUE 0.
01  WS-CURRENT-DATE-TIME    PIC X(21).
01  WS-NOW-TM               PIC X(14).
01  WS-TODAY-DT             PIC X(08).

*> 待检租户：有业务日期行或租户参数登记的全部租户(同
*> EXRATEIMP01)，已下线登记的租户除外。先整批读入，逐租户检查、
*> 每租户一次提交，提交不落在游标内
01  WS-TENANT-COUNT         PIC 9(03) VALUE 0.
01  WS-TENANT-TABLE.
    05  WS-TENANT-ENTRY OCCURS 500.
        10  WS-TT-TENANT-NO     PIC X(10).
01  WS-CUR-TENANT-NO        PIC X(10).

*> 当前租户的检查上下文
01  WS-TENANT-BIZ-DT        PIC X(08).
01  WS-BIZ-ROW-FLG          PIC X(01).
01  WS-NIGHT-BIZ-DT         PIC X(08).
01  WS-WORK-COUNT           PIC 9(07).
01  WS-WORK-COUNT-DSP       PIC 9(07).
01  WS-TENANT-PARAM-VAL     PIC X(50).

*> 当前租户的检查项明细：逐项压表，检查完一次落库、一次出报告
*> 结果：P通过/F未通过
01  WS-ITEM-COUNT           PIC 9(03) VALUE 0.
01  WS-FAIL-ITEM-COUNT      PIC 9(03) VALUE 0.
01  WS-ITEM-TABLE.
    05  WS-ITEM-ENTRY OCCURS 300.
        10  WS-IT-CHK-CD        PIC X(08).
        10  WS-IT-RESULT-CD     PIC X(01).
        10  WS-IT-OWNER-NM      PIC X(40).
        10  WS-IT-DETAIL-MSG    PIC X(80).
01  WS-NEW-CHK-CD           PIC X(08).
01  WS-NEW-RESULT-CD        PIC X(01).
01  WS-NEW-OWNER-NM         PIC X(40).
01  WS-NEW-DETAIL-MSG       PIC X(80).
01  WS-READY-FLG            PIC X(01).
01  WS-CHK-SEQ-NO           PIC 9(03).
01  WS-DTL-FAIL-FLG         PIC X(01).
01  WS-RESIDUE-NM           PIC X(40).
01  WS-SQLCODE-DSP          PIC -9(09).

*> 业务日期检查工作区
01  WS-BD-WORKDAY-DT        PIC X(08).
01  WS-BD-PREV-DT           PIC X(08).

*> 牌价时效检查工作区：在用币种=本租户登记过有效牌价的币种，
*> 加上客户级汇总限额(CUST_AGGR_TXN_LMT/CUST_LVL_AGGR_LMT)
*> 所用的币种；时效口径同EXRATECONV01(EXRATE_STALE_DAYS，
*> 未配置按2天)，按业务日期计算
01  WS-STALE-DAYS           PIC 9(03).
01  WS-CURR-COUNT           PIC 9(03) VALUE 0.
01  WS-CURR-TABLE.
    05  WS-CURR-ENTRY OCCURS 100.
        10  WS-CT-CURR-CD       PIC X(03).
01  WS-EX-CURR-CD           PIC X(03).
01  WS-EX-RATE-DT           PIC X(08).
01  WS-EX-AGE-DAYS          PIC S9(05).
01  WS-EX-AGE-DSP           PIC 9(05).
01  WS-EX-BAD-COUNT         PIC 9(03).

*> 必备租户参数：DUAL_CTRL_FLG恒为必备(开通核对同口径)，其余
*> 由代码库代码集SOD_MAND_PARAM登记(MGMTCODELIB01维护，代码值
*> 即参数名)
01  WS-PARAM-COUNT          PIC 9(03) VALUE 0.
01  WS-PARAM-TABLE.
    05  WS-PARAM-ENTRY OCCURS 100.
        10  WS-PT-PARAM-NM      PIC X(30).
01  WS-MP-PARAM-NM          PIC X(30).
01  WS-MP-BAD-COUNT         PIC 9(03).
01  WS-DUP-FLG              PIC X(01).

*> 昨夜预期作业检查工作区
01  WS-JB-JOB-NM            PIC X(20).
01  WS-JB-STATUS-CD         PIC X(01).
01  WS-JB-STATUS-TXT        PIC X(10).
01  WS-JB-BAD-COUNT         PIC 9(03).
01  WS-JOB-COUNT            PIC 9(03) VALUE 0.
01  WS-JOB-TABLE.
    05  WS-JOB-ENTRY OCCURS 200.
        10  WS-JT-JOB-NM        PIC X(20).
        10  WS-JT-STATUS-CD     PIC X(01).

*> 系统业务日期(BIZDATE01)工作区：报告文件名挂系统业务日期
*> (默认租户001)；租户业务日期的工作日/上一工作日推算按各租户
*> 的节假日表
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).
01  WS-SYS-BIZ-DT           PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'SODREADY01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 开门前就绪检查批：EODROLL01翻牌之后、渠道开门之前逐租户检查
*> 当天是否具备开门条件——业务日期与节假日表相符、在用币种牌价
*> 不过期、必备租户参数齐全、代码库与响应码目录非空、无残留的
*> 客户操作锁/到期未清的额度预占/到期未回落的限额临时调升、
*> 昨夜预期作业全部正常完成。结论按租户落SOD_READINESS(GO='Y'/
*> NO-GO='N')，逐项结果落SOD_READINESS_DTL并出报告
*> SOD.READINESS.REPORT.<业务日期>.<HHMM>；渠道网关开门前经
*> QRYSODREADY01查询。问题修复后可随时重跑，同租户同业务日期的
*> 结论与明细整体刷新，故不登记批量运行控制(同FILEMON01)
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-NOW-TM
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DT

    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL
    MOVE WS-BD-BIZ-DT TO WS-SYS-BIZ-DT

    *> 1) 读入待检租户
    PERFORM LOAD-TENANTS
    IF WS-TENANT-COUNT = 0 AND WS-FETCH-SQLCODE NOT = 100
       DISPLAY '待检租户读取失败 SQLCODE:' WS-FETCH-SQLCODE
       GOBACK
    END-IF

    *> 2) 必备参数清单(全行共用)
    PERFORM LOAD-MANDATORY-PARAMS

    PERFORM OPEN-READINESS-REPORT

    *> 3) 逐租户检查，每租户一次提交
    PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TENANT-COUNT
       MOVE WS-TT-TENANT-NO(WS-TX) TO WS-CUR-TENANT-NO
       PERFORM CHECK-ONE-TENANT
    END-PERFORM

    PERFORM CLOSE-READINESS-REPORT

    DISPLAY '开门前就绪检查完成，租户:' WS-TENANT-COUNT
            ' GO:' WS-GO-COUNT
            ' NO-GO:' WS-NOGO-COUNT
            ' 落库失败:' WS-SAVE-FAIL-COUNT

    GOBACK.

LOAD-TENANTS.
    MOVE 0 TO WS-TENANT-COUNT
    EXEC SQL
        DECLARE SOD-TENANT-CUR CURSOR FOR
        SELECT T.TENANT_NO
          FROM (SELECT TENANT_NO
                  FROM SYS_BIZ_DATE
                UNION
                SELECT DISTINCT TENANT_NO
                  FROM TENANT_PARAM_INFO
                 WHERE VALID_FLG = '1') T
         WHERE NOT EXISTS (SELECT 1
                             FROM TENANT_DECOM_REGISTRY D
                            WHERE D.TENANT_NO = T.TENANT_NO)
         ORDER BY 1
    END-EXEC.

    EXEC SQL OPEN SOD-TENANT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0 OR WS-TENANT-COUNT >= 500
       EXEC SQL
           FETCH SOD-TENANT-CUR INTO :WS-CUR-TENANT-NO
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-TENANT-COUNT
          MOVE WS-CUR-TENANT-NO TO WS-TT-TENANT-NO(WS-TENANT-COUNT)
       END-IF
    END-PERFORM

    EXEC SQL CLOSE SOD-TENANT-CUR END-EXEC.

    IF WS-TENANT-COUNT >= 500 AND WS-FETCH-SQLCODE = 0
       DISPLAY '待检租户超过500个，其余未检查'
    END-IF.

LOAD-MANDATORY-PARAMS.
    MOVE 1 TO WS-PARAM-COUNT
    MOVE 'DUAL_CTRL_FLG' TO WS-PT-PARAM-NM(1)

    EXEC SQL
        DECLARE SOD-PARAM-CUR CURSOR FOR
        SELECT CODE_VAL
          FROM SYS_CODE_LIBRARY
         WHERE CODE_SET_CD = 'SOD_MAND_PARAM'
           AND VALID_FLG = '1'
         ORDER BY CODE_VAL
    END-EXEC.

    EXEC SQL OPEN SOD-PARAM-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '必备参数代码集读取失败，仅检查DUAL_CTRL_FLG'
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0 OR WS-PARAM-COUNT >= 100
       EXEC SQL
           FETCH SOD-PARAM-CUR INTO :WS-MP-PARAM-NM
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          MOVE 'N' TO WS-DUP-FLG
          PERFORM VARYING WS-PX FROM 1 BY 1
                  UNTIL WS-PX > WS-PARAM-COUNT OR WS-DUP-FLG = 'Y'
             IF WS-PT-PARAM-NM(WS-PX) = WS-MP-PARAM-NM
                MOVE 'Y' TO WS-DUP-FLG
             END-IF
          END-PERFORM
          IF WS-DUP-FLG = 'N'
             ADD 1 TO WS-PARAM-COUNT
             MOVE WS-MP-PARAM-NM TO WS-PT-PARAM-NM(WS-PARAM-COUNT)
          END-IF
       END-IF
    END-PERFORM

    EXEC SQL CLOSE SOD-PARAM-CUR END-EXEC.

OPEN-READINESS-REPORT.
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'SOD.READINESS.REPORT.' DELIMITED BY SIZE
           WS-SYS-BIZ-DT           DELIMITED BY SIZE
           '.'                     DELIMITED BY SIZE
           WS-NOW-TM(9:4)          DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '开门前就绪检查报告 系统业务日期:' DELIMITED BY SIZE
           WS-SYS-BIZ-DT                      DELIMITED BY SIZE
           ' 检查时间:'                       DELIMITED BY SIZE
           WS-NOW-TM                          DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

CLOSE-READINESS-REPORT.
    MOVE SPACES TO REPORT-RECORD
    STRING '检查租户:'       DELIMITED BY SIZE
           WS-TENANT-COUNT   DELIMITED BY SIZE
           ' GO:'            DELIMITED BY SIZE
           WS-GO-COUNT       DELIMITED BY SIZE
           ' NO-GO:'         DELIMITED BY SIZE
           WS-NOGO-COUNT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)；一早多次运行各登记一份
    MOVE WS-LINE-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-SYS-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL.

*> 一个租户：逐项检查压表，结论落库，出报告段
CHECK-ONE-TENANT.
    MOVE 0 TO WS-ITEM-COUNT
    MOVE 0 TO WS-FAIL-ITEM-COUNT

    PERFORM CHECK-BIZ-DATE
    PERFORM CHECK-EXCH-RATES
    PERFORM CHECK-MANDATORY-PARAMS
    PERFORM CHECK-CODE-CATALOGS
    PERFORM CHECK-STALE-LOCKS
    PERFORM CHECK-NIGHT-JOBS

    IF WS-FAIL-ITEM-COUNT = 0
       MOVE 'Y' TO WS-READY-FLG
       ADD 1 TO WS-GO-COUNT
    ELSE
       MOVE 'N' TO WS-READY-FLG
       ADD 1 TO WS-NOGO-COUNT
    END-IF

    PERFORM SAVE-READINESS
    PERFORM WRITE-TENANT-SECTION.

*> 检查项压表：未通过计数
ADD-CHECK-ITEM.
    IF WS-ITEM-COUNT >= 300
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ITEM-COUNT
    MOVE WS-NEW-CHK-CD     TO WS-IT-CHK-CD(WS-ITEM-COUNT)
    MOVE WS-NEW-RESULT-CD  TO WS-IT-RESULT-CD(WS-ITEM-COUNT)
    MOVE WS-NEW-OWNER-NM   TO WS-IT-OWNER-NM(WS-ITEM-COUNT)
    MOVE WS-NEW-DETAIL-MSG TO WS-IT-DETAIL-MSG(WS-ITEM-COUNT)
    IF WS-NEW-RESULT-CD = 'F'
       ADD 1 TO WS-FAIL-ITEM-COUNT
    END-IF.

*> 1) 业务日期：须有日期行(开通漏播的租户)；须为工作日(与节假
*>    日表相符)；不早于自然日(翻牌没做)；其上一工作日须早于自然
*>    日(没有多翻一天)
CHECK-BIZ-DATE.
    MOVE 'BIZDT' TO WS-NEW-CHK-CD
    MOVE '批量运维(EODROLL01/MGMTHOLIDAY01)' TO WS-NEW-OWNER-NM
    MOVE 'N' TO WS-BIZ-ROW-FLG
    MOVE SPACES TO WS-TENANT-BIZ-DT
    MOVE SPACES TO WS-NIGHT-BIZ-DT

    EXEC SQL
        SELECT BIZ_DT INTO :WS-TENANT-BIZ-DT
          FROM SYS_BIZ_DATE
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
    END-EXEC
    IF SQLCODE = 0 AND WS-TENANT-BIZ-DT IS NUMERIC
       MOVE 'Y' TO WS-BIZ-ROW-FLG
    END-IF

    IF WS-BIZ-ROW-FLG = 'N'
       *> 无日期行时结论挂在自然日名下，网关按自然日仍查得到
       MOVE WS-TODAY-DT TO WS-TENANT-BIZ-DT
       MOVE 'F' TO WS-NEW-RESULT-CD
       MOVE '租户无业务日期行(SYS_BIZ_DATE)，开通后未初始化'
         TO WS-NEW-DETAIL-MSG
       PERFORM ADD-CHECK-ITEM
       EXIT PARAGRAPH
    END-IF

    MOVE 'W' TO WS-BD-MODE-CD
    MOVE WS-TENANT-BIZ-DT TO WS-BD-SET-DT
    CALL 'BIZDATE01' USING WS-CUR-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL
    MOVE WS-BD-BIZ-DT TO WS-BD-WORKDAY-DT

    MOVE 'P' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-CUR-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL
    MOVE SPACES TO WS-BD-SET-DT
    IF WS-BD-RESP-CODE = '000000'
       MOVE WS-BD-BIZ-DT TO WS-BD-PREV-DT
       MOVE WS-BD-BIZ-DT TO WS-NIGHT-BIZ-DT
    ELSE
       MOVE SPACES TO WS-BD-PREV-DT
    END-IF

    MOVE SPACES TO WS-NEW-DETAIL-MSG
    EVALUATE TRUE
       WHEN WS-BD-WORKDAY-DT NOT = WS-TENANT-BIZ-DT
          STRING '业务日期' DELIMITED BY SIZE
                 WS-TENANT-BIZ-DT DELIMITED BY SIZE
                 '不是工作日(节假日表/周末)' DELIMITED BY SIZE
            INTO WS-NEW-DETAIL-MSG
          END-STRING
       WHEN WS-TENANT-BIZ-DT < WS-TODAY-DT
          STRING '业务日期' DELIMITED BY SIZE
                 WS-TENANT-BIZ-DT DELIMITED BY SIZE
                 '早于自然日' DELIMITED BY SIZE
                 WS-TODAY-DT DELIMITED BY SIZE
                 '，日终翻牌未完成' DELIMITED BY SIZE
            INTO WS-NEW-DETAIL-MSG
          END-STRING
       WHEN WS-BD-PREV-DT = SPACES
          MOVE '上一工作日推算失败，请检查节假日表'
            TO WS-NEW-DETAIL-MSG
       WHEN WS-BD-PREV-DT >= WS-TODAY-DT
          STRING '业务日期' DELIMITED BY SIZE
                 WS-TENANT-BIZ-DT DELIMITED BY SIZE
                 '超前于自然日' DELIMITED BY SIZE
                 WS-TODAY-DT DELIMITED BY SIZE
                 '，疑似重复翻牌' DELIMITED BY SIZE
            INTO WS-NEW-DETAIL-MSG
          END-STRING
    END-EVALUATE

    IF WS-NEW-DETAIL-MSG = SPACES
       MOVE 'P' TO WS-NEW-RESULT-CD
       STRING '业务日期' DELIMITED BY SIZE
              WS-TENANT-BIZ-DT DELIMITED BY SIZE
              ' 上一工作日' DELIMITED BY SIZE
              WS-BD-PREV-DT DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
    ELSE
       MOVE 'F' TO WS-NEW-RESULT-CD
    END-IF
    PERFORM ADD-CHECK-ITEM.

*> 2) 牌价：在用币种逐个取最新有效牌价，缺失或老于时效阈值的
*>    各列一项
CHECK-EXCH-RATES.
    MOVE 'EXRATE' TO WS-NEW-CHK-CD
    MOVE '资金部(EXRATEIMP01/MGMTEXRATE01)' TO WS-NEW-OWNER-NM

    MOVE 2 TO WS-STALE-DAYS
    MOVE SPACES TO WS-TENANT-PARAM-VAL
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-TENANT-PARAM-VAL
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND PARAM_NM = 'EXRATE_STALE_DAYS'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-TENANT-PARAM-VAL NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-TENANT-PARAM-VAL) = 0
       MOVE FUNCTION NUMVAL(WS-TENANT-PARAM-VAL) TO WS-STALE-DAYS
    END-IF

    PERFORM LOAD-IN-USE-CURRENCIES
    IF WS-FETCH-SQLCODE NOT = 100
       MOVE 'F' TO WS-NEW-RESULT-CD
       MOVE SPACES TO WS-NEW-DETAIL-MSG
       MOVE WS-FETCH-SQLCODE TO WS-SQLCODE-DSP
       STRING '在用币种读取失败 SQLCODE:' DELIMITED BY SIZE
              WS-SQLCODE-DSP DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
       PERFORM ADD-CHECK-ITEM
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-EX-BAD-COUNT
    PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-CURR-COUNT
       PERFORM CHECK-ONE-CURRENCY
    END-PERFORM

    IF WS-EX-BAD-COUNT = 0
       MOVE 'P' TO WS-NEW-RESULT-CD
       MOVE WS-CURR-COUNT TO WS-WORK-COUNT-DSP
       MOVE SPACES TO WS-NEW-DETAIL-MSG
       STRING '在用币种' DELIMITED BY SIZE
              WS-WORK-COUNT-DSP DELIMITED BY SIZE
              '个牌价均在时效内' DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
       PERFORM ADD-CHECK-ITEM
    END-IF.

LOAD-IN-USE-CURRENCIES.
    MOVE 0 TO WS-CURR-COUNT
    EXEC SQL
        DECLARE SOD-CURR-CUR CURSOR FOR
        SELECT CURR_CD
          FROM EXCH_RATE_INFO
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND VALID_FLG = '1'
        UNION
        SELECT CURR_CD
          FROM CUST_AGGR_TXN_LMT
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND VALID_FLG = '1'
        UNION
        SELECT CURR_CD
          FROM CUST_LVL_AGGR_LMT
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND VALID_FLG = '1'
         ORDER BY 1
    END-EXEC.

    EXEC SQL OPEN SOD-CURR-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0 OR WS-CURR-COUNT >= 100
       EXEC SQL
           FETCH SOD-CURR-CUR INTO :WS-EX-CURR-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0 AND WS-EX-CURR-CD NOT = 'CNY'
          AND WS-EX-CURR-CD NOT = SPACES
          ADD 1 TO WS-CURR-COUNT
          MOVE WS-EX-CURR-CD TO WS-CT-CURR-CD(WS-CURR-COUNT)
       END-IF
    END-PERFORM

    EXEC SQL CLOSE SOD-CURR-CUR END-EXEC.

    IF WS-FETCH-SQLCODE = 0
       MOVE 100 TO WS-FETCH-SQLCODE
    END-IF.

CHECK-ONE-CURRENCY.
    MOVE SPACES TO WS-EX-RATE-DT
    EXEC SQL
        SELECT COALESCE(MAX(RATE_DT), ' ')
          INTO :WS-EX-RATE-DT
          FROM EXCH_RATE_INFO
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND CURR_CD = :WS-CT-CURR-CD(WS-IX)
           AND VALID_FLG = '1'
           AND MID_RATE > 0
    END-EXEC

    MOVE SPACES TO WS-NEW-DETAIL-MSG
    IF SQLCODE NOT = 0 OR WS-EX-RATE-DT IS NOT NUMERIC
       STRING '币种' DELIMITED BY SIZE
              WS-CT-CURR-CD(WS-IX) DELIMITED BY SIZE
              '无有效牌价(EXCH_RATE_INFO)' DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
    ELSE
       COMPUTE WS-EX-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TENANT-BIZ-DT))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-EX-RATE-DT))
       IF WS-EX-AGE-DAYS > WS-STALE-DAYS
          MOVE WS-EX-AGE-DAYS TO WS-EX-AGE-DSP
          STRING '币种' DELIMITED BY SIZE
                 WS-CT-CURR-CD(WS-IX) DELIMITED BY SIZE
                 '最新牌价日' DELIMITED BY SIZE
                 WS-EX-RATE-DT DELIMITED BY SIZE
                 '已过期' DELIMITED BY SIZE
                 WS-EX-AGE-DSP DELIMITED BY SIZE
                 '天' DELIMITED BY SIZE
            INTO WS-NEW-DETAIL-MSG
          END-STRING
       END-IF
    END-IF

    IF WS-NEW-DETAIL-MSG NOT = SPACES
       ADD 1 TO WS-EX-BAD-COUNT
       MOVE 'F' TO WS-NEW-RESULT-CD
       PERFORM ADD-CHECK-ITEM
    END-IF.

*> 3) 必备租户参数：逐个核对有效且取值非空，缺的各列一项
CHECK-MANDATORY-PARAMS.
    MOVE 'PARAM' TO WS-NEW-CHK-CD
    MOVE '参数管理(MGMTTENANTPARAM01)' TO WS-NEW-OWNER-NM
    MOVE 0 TO WS-MP-BAD-COUNT

    PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PARAM-COUNT
       MOVE 0 TO WS-WORK-COUNT
       EXEC SQL
           SELECT COUNT(*) INTO :WS-WORK-COUNT
             FROM TENANT_PARAM_INFO
            WHERE TENANT_NO = :WS-CUR-TENANT-NO
              AND PARAM_NM = :WS-PT-PARAM-NM(WS-PX)
              AND VALID_FLG = '1'
              AND PARAM_VAL <> ' '
       END-EXEC
       IF SQLCODE NOT = 0 OR WS-WORK-COUNT = 0
          ADD 1 TO WS-MP-BAD-COUNT
          MOVE 'F' TO WS-NEW-RESULT-CD
          MOVE SPACES TO WS-NEW-DETAIL-MSG
          STRING '必备租户参数缺失:' DELIMITED BY SIZE
                 WS-PT-PARAM-NM(WS-PX) DELIMITED BY SPACE
            INTO WS-NEW-DETAIL-MSG
          END-STRING
          PERFORM ADD-CHECK-ITEM
       END-IF
    END-PERFORM

    IF WS-MP-BAD-COUNT = 0
       MOVE 'P' TO WS-NEW-RESULT-CD
       MOVE WS-PARAM-COUNT TO WS-WORK-COUNT-DSP
       MOVE SPACES TO WS-NEW-DETAIL-MSG
       STRING '必备租户参数' DELIMITED BY SIZE
              WS-WORK-COUNT-DSP DELIMITED BY SIZE
              '个齐全' DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
       PERFORM ADD-CHECK-ITEM
    END-IF.

*> 4) 公共代码库与响应码目录：全行共用，空表(重新播种失败)即
*>    各租户都不能开门
CHECK-CODE-CATALOGS.
    MOVE 'CODELIB' TO WS-NEW-CHK-CD
    MOVE '参数管理(MGMTCODELIB01)' TO WS-NEW-OWNER-NM
    MOVE 0 TO WS-WORK-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-WORK-COUNT
          FROM SYS_CODE_LIBRARY
         WHERE VALID_FLG = '1'
    END-EXEC
    MOVE WS-WORK-COUNT TO WS-WORK-COUNT-DSP
    MOVE SPACES TO WS-NEW-DETAIL-MSG
    IF SQLCODE NOT = 0 OR WS-WORK-COUNT = 0
       MOVE 'F' TO WS-NEW-RESULT-CD
       MOVE '公共代码库(SYS_CODE_LIBRARY)无有效代码'
         TO WS-NEW-DETAIL-MSG
    ELSE
       MOVE 'P' TO WS-NEW-RESULT-CD
       STRING '公共代码库有效代码' DELIMITED BY SIZE
              WS-WORK-COUNT-DSP DELIMITED BY SIZE
              '条' DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
    END-IF
    PERFORM ADD-CHECK-ITEM

    MOVE 'RESPCAT' TO WS-NEW-CHK-CD
    MOVE '批量运维(RESPCATSEED01)' TO WS-NEW-OWNER-NM
    MOVE 0 TO WS-WORK-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-WORK-COUNT
          FROM RESP_CODE_CATALOG
    END-EXEC
    MOVE WS-WORK-COUNT TO WS-WORK-COUNT-DSP
    MOVE SPACES TO WS-NEW-DETAIL-MSG
    IF SQLCODE NOT = 0 OR WS-WORK-COUNT = 0
       MOVE 'F' TO WS-NEW-RESULT-CD
       MOVE '响应码目录(RESP_CODE_CATALOG)为空，需重新播种'
         TO WS-NEW-DETAIL-MSG
    ELSE
       MOVE 'P' TO WS-NEW-RESULT-CD
       STRING '响应码目录' DELIMITED BY SIZE
              WS-WORK-COUNT-DSP DELIMITED BY SIZE
              '条' DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
    END-IF
    PERFORM ADD-CHECK-ITEM.

*> 5) 残留状态：崩溃残锁(口径同LOCKSWEEP01，30分钟)、到期未清的
*>    额度预占(同CHNLHOLDSWEEP01)、到期未回落的临时调升(同
*>    LMTOVRREVERT01)。只报不清，清扫仍由各清扫批负责
CHECK-STALE-LOCKS.
    MOVE 'LOCK' TO WS-NEW-CHK-CD
    MOVE '批量运维(LOCKSWEEP01)' TO WS-NEW-OWNER-NM
    MOVE 0 TO WS-WORK-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-WORK-COUNT
          FROM CUST_OPER_LOCK
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND LOCK_TM < CURRENT_TIMESTAMP - 30 MINUTES
    END-EXEC
    MOVE 'CUST_OPER_LOCK残锁' TO WS-RESIDUE-NM
    PERFORM JUDGE-RESIDUE-COUNT

    MOVE 'HOLD' TO WS-NEW-CHK-CD
    MOVE '批量运维(CHNLHOLDSWEEP01)' TO WS-NEW-OWNER-NM
    MOVE 0 TO WS-WORK-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-WORK-COUNT
          FROM CUST_CHNL_TXN_HOLD
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND HOLD_STUS_CD = '0'
           AND EXPIRE_TM < :WS-NOW-TM
    END-EXEC
    MOVE '到期未清额度预占' TO WS-RESIDUE-NM
    PERFORM JUDGE-RESIDUE-COUNT

    MOVE 'LMTOVR' TO WS-NEW-CHK-CD
    MOVE '限额管理(LMTOVRREVERT01)' TO WS-NEW-OWNER-NM
    MOVE 0 TO WS-WORK-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-WORK-COUNT
          FROM CHNL_LMT_OVERRIDE
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND STUS_CD = '1'
           AND EXPIRE_TM < :WS-NOW-TM
    END-EXEC
    MOVE '到期未回落限额临时调升' TO WS-RESIDUE-NM
    PERFORM JUDGE-RESIDUE-COUNT.

*> 残留计数判定：WS-RESIDUE-NM带入对象名，拼上行数
JUDGE-RESIDUE-COUNT.
    MOVE SPACES TO WS-NEW-DETAIL-MSG
    IF SQLCODE NOT = 0
       MOVE 'F' TO WS-NEW-RESULT-CD
       STRING WS-RESIDUE-NM DELIMITED BY SPACE
              '查询失败' DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
       PERFORM ADD-CHECK-ITEM
       EXIT PARAGRAPH
    END-IF

    IF WS-WORK-COUNT > 0
       MOVE 'F' TO WS-NEW-RESULT-CD
    ELSE
       MOVE 'P' TO WS-NEW-RESULT-CD
    END-IF
    MOVE WS-WORK-COUNT TO WS-WORK-COUNT-DSP
    STRING WS-RESIDUE-NM DELIMITED BY SPACE
           ':' DELIMITED BY SIZE
           WS-WORK-COUNT-DSP DELIMITED BY SIZE
           '条' DELIMITED BY SIZE
      INTO WS-NEW-DETAIL-MSG
    END-STRING
    PERFORM ADD-CHECK-ITEM.

*> 6) 昨夜预期作业：本租户BATCH_EXPECTED_JOB登记的作业须在昨夜
*>    业务日期(当前业务日期的上一工作日)的运行控制中正常完成('C')
CHECK-NIGHT-JOBS.
    MOVE 'BATJOB' TO WS-NEW-CHK-CD
    MOVE '批量运维(BATRUNCTL01)' TO WS-NEW-OWNER-NM

    IF WS-NIGHT-BIZ-DT = SPACES
       MOVE 'F' TO WS-NEW-RESULT-CD
       MOVE '昨夜业务日期无法确定，预期作业未核对'
         TO WS-NEW-DETAIL-MSG
       PERFORM ADD-CHECK-ITEM
       EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-NIGHT-JOBS
    IF WS-FETCH-SQLCODE NOT = 100
       MOVE 'F' TO WS-NEW-RESULT-CD
       MOVE SPACES TO WS-NEW-DETAIL-MSG
       MOVE WS-FETCH-SQLCODE TO WS-SQLCODE-DSP
       STRING '预期作业读取失败 SQLCODE:' DELIMITED BY SIZE
              WS-SQLCODE-DSP DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
       PERFORM ADD-CHECK-ITEM
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-JB-BAD-COUNT
    PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-JOB-COUNT
       IF WS-JT-STATUS-CD(WS-IX) NOT = 'C'
          ADD 1 TO WS-JB-BAD-COUNT
          EVALUATE WS-JT-STATUS-CD(WS-IX)
             WHEN 'F'
                MOVE 'FAILED' TO WS-JB-STATUS-TXT
             WHEN 'R'
                MOVE 'RUNNING' TO WS-JB-STATUS-TXT
             WHEN ' '
                MOVE 'MISSING' TO WS-JB-STATUS-TXT
             WHEN OTHER
                MOVE 'UNKNOWN' TO WS-JB-STATUS-TXT
          END-EVALUATE
          MOVE 'F' TO WS-NEW-RESULT-CD
          MOVE SPACES TO WS-NEW-DETAIL-MSG
          STRING '作业' DELIMITED BY SIZE
                 WS-JT-JOB-NM(WS-IX) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-JB-STATUS-TXT DELIMITED BY SPACE
                 ' 业务日期:' DELIMITED BY SIZE
                 WS-NIGHT-BIZ-DT DELIMITED BY SIZE
            INTO WS-NEW-DETAIL-MSG
          END-STRING
          PERFORM ADD-CHECK-ITEM
       END-IF
    END-PERFORM

    IF WS-JB-BAD-COUNT = 0
       MOVE 'P' TO WS-NEW-RESULT-CD
       MOVE WS-JOB-COUNT TO WS-WORK-COUNT-DSP
       MOVE SPACES TO WS-NEW-DETAIL-MSG
       STRING '昨夜预期作业' DELIMITED BY SIZE
              WS-WORK-COUNT-DSP DELIMITED BY SIZE
              '个全部完成 业务日期:' DELIMITED BY SIZE
              WS-NIGHT-BIZ-DT DELIMITED BY SIZE
         INTO WS-NEW-DETAIL-MSG
       END-STRING
       PERFORM ADD-CHECK-ITEM
    END-IF.

*> 预期作业连同昨夜运行状态(无运行控制行的状态为空)
LOAD-NIGHT-JOBS.
    MOVE 0 TO WS-JOB-COUNT
    EXEC SQL
        DECLARE SOD-JOB-CUR CURSOR FOR
        SELECT E.JOB_NM, COALESCE(R.STATUS_CD, ' ')
          FROM BATCH_EXPECTED_JOB E
          LEFT JOIN BATCH_RUN_CTRL R
            ON R.JOB_NM = E.JOB_NM
           AND R.BIZ_DT = :WS-NIGHT-BIZ-DT
         WHERE E.TENANT_NO = :WS-CUR-TENANT-NO
           AND E.VALID_FLG = '1'
         ORDER BY E.JOB_NM
    END-EXEC.

    EXEC SQL OPEN SOD-JOB-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0 OR WS-JOB-COUNT >= 200
       EXEC SQL
           FETCH SOD-JOB-CUR INTO :WS-JB-JOB-NM, :WS-JB-STATUS-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-JOB-COUNT
          MOVE WS-JB-JOB-NM    TO WS-JT-JOB-NM(WS-JOB-COUNT)
          MOVE WS-JB-STATUS-CD TO WS-JT-STATUS-CD(WS-JOB-COUNT)
       END-IF
    END-PERFORM

    EXEC SQL CLOSE SOD-JOB-CUR END-EXEC.

    IF WS-FETCH-SQLCODE = 0
       MOVE 100 TO WS-FETCH-SQLCODE
    END-IF.

*> 结论与明细落库：同租户同业务日期的旧明细整体替换，结论行
*> 有则更新无则新增，一个租户一次提交
SAVE-READINESS.
    EXEC SQL START TRANSACTION END-EXEC

    EXEC SQL
        DELETE FROM SOD_READINESS_DTL
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND BIZ_DT = :WS-TENANT-BIZ-DT
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM SAVE-READINESS-FAILED
       EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO WS-DTL-FAIL-FLG
    PERFORM VARYING WS-IX FROM 1 BY 1
            UNTIL WS-IX > WS-ITEM-COUNT OR WS-DTL-FAIL-FLG = 'Y'
       MOVE WS-IX TO WS-CHK-SEQ-NO
       EXEC SQL
           INSERT INTO SOD_READINESS_DTL (
               TENANT_NO, BIZ_DT, CHK_SEQ_NO, CHK_CD, RESULT_CD,
               OWNER_NM, DETAIL_MSG, CRT_TM
           ) VALUES (
               :WS-CUR-TENANT-NO, :WS-TENANT-BIZ-DT, :WS-CHK-SEQ-NO,
               :WS-IT-CHK-CD(WS-IX), :WS-IT-RESULT-CD(WS-IX),
               :WS-IT-OWNER-NM(WS-IX), :WS-IT-DETAIL-MSG(WS-IX),
               CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 'Y' TO WS-DTL-FAIL-FLG
       END-IF
    END-PERFORM
    IF WS-DTL-FAIL-FLG = 'Y'
       PERFORM SAVE-READINESS-FAILED
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE SOD_READINESS
           SET READY_FLG = :WS-READY-FLG,
               FAIL_CHK_CNT = :WS-FAIL-ITEM-COUNT,
               CHK_TM = :WS-NOW-TM,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-CUR-TENANT-NO
           AND BIZ_DT = :WS-TENANT-BIZ-DT
    END-EXEC
    IF SQLCODE = 100
       EXEC SQL
           INSERT INTO SOD_READINESS (
               TENANT_NO, BIZ_DT, READY_FLG, FAIL_CHK_CNT, CHK_TM,
               CRT_TM, UPD_TM
           ) VALUES (
               :WS-CUR-TENANT-NO, :WS-TENANT-BIZ-DT, :WS-READY-FLG,
               :WS-FAIL-ITEM-COUNT, :WS-NOW-TM,
               CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
           )
       END-EXEC
    END-IF
    IF SQLCODE NOT = 0
       PERFORM SAVE-READINESS-FAILED
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       PERFORM SAVE-READINESS-FAILED
    END-IF.

*> 落库失败：渠道网关查不到当日结论即按未就绪处理，不会误开门
SAVE-READINESS-FAILED.
    DISPLAY '就绪结论落库失败:' WS-CUR-TENANT-NO ' SQLCODE:' SQLCODE
    EXEC SQL ROLLBACK END-EXEC
    ADD 1 TO WS-SAVE-FAIL-COUNT.

WRITE-TENANT-SECTION.
    MOVE SPACES TO REPORT-RECORD
    IF WS-READY-FLG = 'Y'
       STRING '租户:' DELIMITED BY SIZE
              WS-CUR-TENANT-NO DELIMITED BY SIZE
              ' 业务日期:' DELIMITED BY SIZE
              WS-TENANT-BIZ-DT DELIMITED BY SIZE
              ' 结论:GO' DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
    ELSE
       STRING '租户:' DELIMITED BY SIZE
              WS-CUR-TENANT-NO DELIMITED BY SIZE
              ' 业务日期:' DELIMITED BY SIZE
              WS-TENANT-BIZ-DT DELIMITED BY SIZE
              ' 结论:NO-GO 未通过项:' DELIMITED BY SIZE
              WS-FAIL-ITEM-COUNT DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       DISPLAY '开门前检查未通过:' WS-CUR-TENANT-NO
               ' 未通过项:' WS-FAIL-ITEM-COUNT
    END-IF
    WRITE REPORT-RECORD

    PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-ITEM-COUNT
       ADD 1 TO WS-LINE-COUNT
       MOVE SPACES TO REPORT-RECORD
       IF WS-IT-RESULT-CD(WS-IX) = 'F'
          STRING 'NO-GO   '             DELIMITED BY SIZE
                 WS-IT-CHK-CD(WS-IX)    DELIMITED BY SIZE
                 ' 责任方:'             DELIMITED BY SIZE
                 WS-IT-OWNER-NM(WS-IX)  DELIMITED BY '  '
                 ' '                    DELIMITED BY SIZE
                 WS-IT-DETAIL-MSG(WS-IX) DELIMITED BY '  '
            INTO REPORT-RECORD
          END-STRING
       ELSE
          STRING '  OK    '             DELIMITED BY SIZE
                 WS-IT-CHK-CD(WS-IX)    DELIMITED BY SIZE
                 ' '                    DELIMITED BY SIZE
                 WS-IT-DETAIL-MSG(WS-IX) DELIMITED BY '  '
            INTO REPORT-RECORD
          END-STRING
       END-IF
       WRITE REPORT-RECORD
    END-PERFORM.
