IDENTIFICATION DIVISION.
PROGRAM-ID. FILEMON01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INBOUND-FILE ASSIGN TO WS-INBOUND-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INBOUND-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  INBOUND-FILE.
01  INBOUND-RECORD          PIC X(512).

*> 入站文件到达监控报告：一行一个登记文件(租户/文件编号/发送
*> 系统/文件名/状态/首次到达/记录数/字节数/头记录日期/依赖作业)，
*> 异常行前缀'告警'，夜间值班据此联系发送方
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(250).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-FX                   PIC 9(03).
01  WS-LINE-COUNT           PIC 9(07) VALUE 0.
01  WS-OK-COUNT             PIC 9(05) VALUE 0.
01  WS-WAIT-COUNT           PIC 9(05) VALUE 0.
01  WS-ALERT-COUNT          PIC 9(05) VALUE 0.
01  WS-UPD-FAIL-COUNT       PIC 9(05) VALUE 0.

*> 当前时刻折算到业务日期当天起算的HHMM刻度(次日加2400)，
*> 与预计到达/截止时刻直接比较
01  WS-NOW-TS               PIC X(14).
01  WS-NOW-DT-NUM           PIC 9(08).
01  WS-NOW-HHMM             PIC 9(04).
01  WS-NOW-OFFSET           PIC 9(07).
01  WS-DAY-DIFF             PIC S9(05).
01  WS-EXPECT-OFFSET        PIC 9(07).
01  WS-CUTOFF-OFFSET        PIC 9(07).

*> 有效的入站文件登记：先整批读入(连同当日已有的到达状态)，
*> 逐个核对、每个一次提交，提交不落在游标内
01  WS-EXP-COUNT            PIC 9(03) VALUE 0.
01  WS-EXP-TABLE.
    05  WS-EXP-ENTRY OCCURS 500.
        10  WS-EE-TENANT-NO     PIC X(10).
        10  WS-EE-FILE-ID       PIC X(12).
        10  WS-EE-FILE-NM-PTN   PIC X(44).
        10  WS-EE-SRC-SYS-NM    PIC X(20).
        10  WS-EE-INTERFACE-ID  PIC X(10).
        10  WS-EE-EXPECT-TM     PIC X(04).
        10  WS-EE-CUTOFF-TM     PIC X(04).
        10  WS-EE-DEP-JOB-NM    PIC X(20).
        10  WS-EE-ARR-STUS-CD   PIC X(01).
        10  WS-EE-ARR-ROW-FLG   PIC X(01).
        10  WS-EE-SEEN-FLG      PIC X(01).
01  WS-EX-TENANT-NO         PIC X(10).
01  WS-EX-FILE-ID           PIC X(12).
01  WS-EX-FILE-NM-PTN       PIC X(44).
01  WS-EX-SRC-SYS-NM        PIC X(20).
01  WS-EX-INTERFACE-ID      PIC X(10).
01  WS-EX-EXPECT-TM         PIC X(04).
01  WS-EX-CUTOFF-TM         PIC X(04).
01  WS-EX-DEP-JOB-NM        PIC X(20).
01  WS-EX-ARR-STUS-CD       PIC X(01).
01  WS-EX-ARR-ROW-FLG       PIC X(01).
01  WS-EX-SEEN-FLG          PIC X(01).

*> 单个文件的核对结果
*> 状态：W未到(未过预计时刻)/P未到(已过预计时刻)/L截止仍未到/
*>       E空文件/X头尾校验不过/S头记录日期过期/D与前一日重复/
*>       A到达正常
01  WS-INBOUND-FILE-NAME    PIC X(44).
01  WS-INBOUND-FILE-STATUS  PIC X(02).
01  WS-EOF-FLG              PIC X(01).
01  WS-TOKEN-POS            PIC 9(03).
01  WS-FILE-PRESENT-FLG     PIC X(01).
01  WS-CK-STUS-CD           PIC X(01).
01  WS-CK-LATE-FLG          PIC X(01).
01  WS-CK-ALERT-MSG         PIC X(50).
01  WS-CK-REC-CNT           PIC 9(09).
01  WS-CK-FILE-BYTES        PIC 9(12).
01  WS-CK-CHECKSUM          PIC 9(18).
01  WS-CK-HDR-BIZ-DT        PIC X(08).
01  WS-CK-DUP-COUNT         PIC 9(05).
01  WS-CK-DUP-BIZ-DT        PIC X(08).
01  WS-REC-LEN              PIC 9(04).
01  WS-CHK-IDX              PIC 9(04).
01  WS-CHAR-ORD             PIC 9(04).
01  WS-STUS-TXT             PIC X(20).
01  WS-RP-FIRST-SEEN-TM     PIC X(26).
01  WS-RP-LINE-PFX          PIC X(07).

*> 文件头/尾/校验合计统一校验(FILEVER01)工作区
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO        PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD          PIC X(01).
01  WS-BD-SET-DT           PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'FILEMON01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 入站文件到达监控批：外系统文件晚到或没到时，依赖作业以往照跑
*> 昨天留下的旧文件，第二天才被发现。本批按入站文件登记簿
*> (INBOUND_FILE_EXPECT，MGMTINFILE01维护)逐个核对当前业务日期的
*> 文件：是否到达、是否为空、头尾校验(登记了接口标识的经
*> FILEVER01)、头记录业务日期是否过期、是否与前一日内容完全相同，
*> 结果落INBOUND_FILE_ARRIVAL(每文件每业务日一行)。未到达正常
*> 状态的文件由BATRUNCTL01在依赖作业起跑时挡住。
*> 夜间按调度每隔一段时间重复运行，不登记批量运行控制；
*> 已到达正常的文件不再重复核对。每次运行出一份报告
*> INBOUND.FILE.MONITOR.REPORT.<业务日期>.<HHMM>，告警同时DISPLAY
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    IF WS-BD-RESP-CODE NOT = '000000'
       DISPLAY '业务日期读取失败:' WS-BD-RESP-MSG
       GOBACK
    END-IF

    PERFORM COMPUTE-NOW-OFFSET

    *> 1) 读入入站文件登记及当日到达状态
    PERFORM LOAD-EXPECTED-FILES
    IF WS-EXP-COUNT = 0 AND WS-FETCH-SQLCODE NOT = 100
       DISPLAY '入站文件登记读取失败 SQLCODE:' WS-FETCH-SQLCODE
       GOBACK
    END-IF

    PERFORM OPEN-MONITOR-REPORT

    *> 2) 逐个核对，每个文件一次提交
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-EXP-COUNT
       PERFORM CHECK-ONE-FILE
    END-PERFORM

    PERFORM CLOSE-MONITOR-REPORT

    DISPLAY '入站文件到达监控完成，登记文件:' WS-EXP-COUNT
            ' 到达正常:' WS-OK-COUNT
            ' 等待中:' WS-WAIT-COUNT
            ' 告警:' WS-ALERT-COUNT
            ' 登记失败:' WS-UPD-FAIL-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 业务日期当天00:00起算：当前日期晚于业务日期几天就加几个2400
COMPUTE-NOW-OFFSET.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
    MOVE WS-NOW-TS(1:8) TO WS-NOW-DT-NUM
    MOVE WS-NOW-TS(9:4) TO WS-NOW-HHMM
    COMPUTE WS-DAY-DIFF =
            FUNCTION INTEGER-OF-DATE(WS-NOW-DT-NUM)
          - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BD-BIZ-DT))
    IF WS-DAY-DIFF < 0
       MOVE 0 TO WS-DAY-DIFF
    END-IF
    COMPUTE WS-NOW-OFFSET = WS-DAY-DIFF * 2400 + WS-NOW-HHMM.

*> 有效登记连同当日到达行(没有到达行的状态为空)
LOAD-EXPECTED-FILES.
    MOVE 0 TO WS-EXP-COUNT
    EXEC SQL
        DECLARE EXP-CUR CURSOR FOR
        SELECT E.TENANT_NO, E.FILE_ID, E.FILE_NM_PTN, E.SRC_SYS_NM,
               E.INTERFACE_ID, E.EXPECT_TM, E.CUTOFF_TM, E.DEP_JOB_NM,
               COALESCE(A.STUS_CD, ' '),
               CASE WHEN A.FILE_ID IS NULL THEN 'N' ELSE 'Y' END,
               CASE WHEN A.FIRST_SEEN_TM IS NULL THEN 'N' ELSE 'Y' END
          FROM INBOUND_FILE_EXPECT E
          LEFT JOIN INBOUND_FILE_ARRIVAL A
            ON A.TENANT_NO = E.TENANT_NO
           AND A.FILE_ID = E.FILE_ID
           AND A.BIZ_DT = :WS-BD-BIZ-DT
         WHERE E.VALID_FLG = '1'
         ORDER BY E.EXPECT_TM, E.TENANT_NO, E.FILE_ID
    END-EXEC.

    EXEC SQL OPEN EXP-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0 OR WS-EXP-COUNT >= 500
       EXEC SQL
           FETCH EXP-CUR
            INTO :WS-EX-TENANT-NO, :WS-EX-FILE-ID,
                 :WS-EX-FILE-NM-PTN, :WS-EX-SRC-SYS-NM,
                 :WS-EX-INTERFACE-ID, :WS-EX-EXPECT-TM,
                 :WS-EX-CUTOFF-TM, :WS-EX-DEP-JOB-NM,
                 :WS-EX-ARR-STUS-CD, :WS-EX-ARR-ROW-FLG,
                 :WS-EX-SEEN-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-EXP-COUNT
          MOVE WS-EX-TENANT-NO    TO WS-EE-TENANT-NO(WS-EXP-COUNT)
          MOVE WS-EX-FILE-ID      TO WS-EE-FILE-ID(WS-EXP-COUNT)
          MOVE WS-EX-FILE-NM-PTN  TO WS-EE-FILE-NM-PTN(WS-EXP-COUNT)
          MOVE WS-EX-SRC-SYS-NM   TO WS-EE-SRC-SYS-NM(WS-EXP-COUNT)
          MOVE WS-EX-INTERFACE-ID TO WS-EE-INTERFACE-ID(WS-EXP-COUNT)
          MOVE WS-EX-EXPECT-TM    TO WS-EE-EXPECT-TM(WS-EXP-COUNT)
          MOVE WS-EX-CUTOFF-TM    TO WS-EE-CUTOFF-TM(WS-EXP-COUNT)
          MOVE WS-EX-DEP-JOB-NM   TO WS-EE-DEP-JOB-NM(WS-EXP-COUNT)
          MOVE WS-EX-ARR-STUS-CD  TO WS-EE-ARR-STUS-CD(WS-EXP-COUNT)
          MOVE WS-EX-ARR-ROW-FLG  TO WS-EE-ARR-ROW-FLG(WS-EXP-COUNT)
          MOVE WS-EX-SEEN-FLG     TO WS-EE-SEEN-FLG(WS-EXP-COUNT)
       END-IF
    END-PERFORM

    EXEC SQL CLOSE EXP-CUR END-EXEC.

    IF WS-EXP-COUNT >= 500 AND WS-FETCH-SQLCODE = 0
       DISPLAY '入站文件登记超过500个，其余未核对'
    END-IF.

OPEN-MONITOR-REPORT.
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'INBOUND.FILE.MONITOR.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                   DELIMITED BY SIZE
           '.'                            DELIMITED BY SIZE
           WS-NOW-TS(9:4)                 DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '入站文件到达监控报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                     DELIMITED BY SIZE
           ' 核对时间:'                     DELIMITED BY SIZE
           WS-NOW-TS                        DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

CLOSE-MONITOR-REPORT.
    MOVE SPACES TO REPORT-RECORD
    STRING '登记文件:'       DELIMITED BY SIZE
           WS-EXP-COUNT      DELIMITED BY SIZE
           ' 到达正常:'      DELIMITED BY SIZE
           WS-OK-COUNT       DELIMITED BY SIZE
           ' 等待中:'        DELIMITED BY SIZE
           WS-WAIT-COUNT     DELIMITED BY SIZE
           ' 告警:'          DELIMITED BY SIZE
           WS-ALERT-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)；一晚多次运行各登记一份
    MOVE WS-LINE-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL.

*> 核对一个登记文件：已到达正常的只列报告不再核对；其余按
*> 到达与内容判定状态，落到达行并出报告行
CHECK-ONE-FILE.
    IF WS-EE-ARR-STUS-CD(WS-FX) = 'A'
       ADD 1 TO WS-OK-COUNT
       MOVE 'A' TO WS-CK-STUS-CD
       MOVE SPACES TO WS-CK-ALERT-MSG
       PERFORM RESOLVE-FILE-NAME
       PERFORM WRITE-FILE-LINE
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-EXPECT-OFFSET =
            FUNCTION NUMVAL(WS-EE-EXPECT-TM(WS-FX))
    COMPUTE WS-CUTOFF-OFFSET =
            FUNCTION NUMVAL(WS-EE-CUTOFF-TM(WS-FX))
    IF WS-EE-CUTOFF-TM(WS-FX) < WS-EE-EXPECT-TM(WS-FX)
       ADD 2400 TO WS-CUTOFF-OFFSET
    END-IF

    PERFORM RESOLVE-FILE-NAME
    PERFORM SCAN-INBOUND-FILE

    IF WS-FILE-PRESENT-FLG = 'N'
       PERFORM JUDGE-MISSING-FILE
    ELSE
       PERFORM JUDGE-PRESENT-FILE
    END-IF

    PERFORM SAVE-FILE-ARRIVAL

    EVALUATE WS-CK-STUS-CD
       WHEN 'A'
          ADD 1 TO WS-OK-COUNT
       WHEN 'W'
       WHEN 'P'
          ADD 1 TO WS-WAIT-COUNT
       WHEN OTHER
          ADD 1 TO WS-ALERT-COUNT
    END-EVALUATE
    IF WS-CK-ALERT-MSG NOT = SPACES
       DISPLAY '入站文件告警:' WS-EE-TENANT-NO(WS-FX) ' '
               WS-EE-FILE-ID(WS-FX) ' ' WS-INBOUND-FILE-NAME ' '
               WS-CK-ALERT-MSG
    END-IF

    PERFORM WRITE-FILE-LINE.

*> 文件名中的<BIZDT>替换为业务日期(没有该记号的原样使用)
RESOLVE-FILE-NAME.
    MOVE 0 TO WS-TOKEN-POS
    INSPECT WS-EE-FILE-NM-PTN(WS-FX) TALLYING WS-TOKEN-POS
            FOR CHARACTERS BEFORE INITIAL '<BIZDT>'
    MOVE SPACES TO WS-INBOUND-FILE-NAME
    IF WS-TOKEN-POS >= 44
       MOVE WS-EE-FILE-NM-PTN(WS-FX) TO WS-INBOUND-FILE-NAME
    ELSE
       IF WS-TOKEN-POS = 0
          STRING WS-BD-BIZ-DT DELIMITED BY SIZE
                 WS-EE-FILE-NM-PTN(WS-FX)(8:) DELIMITED BY SPACE
            INTO WS-INBOUND-FILE-NAME
          END-STRING
       ELSE
          STRING WS-EE-FILE-NM-PTN(WS-FX)(1:WS-TOKEN-POS)
                                           DELIMITED BY SIZE
                 WS-BD-BIZ-DT              DELIMITED BY SIZE
                 WS-EE-FILE-NM-PTN(WS-FX)(WS-TOKEN-POS + 8:)
                                           DELIMITED BY SPACE
            INTO WS-INBOUND-FILE-NAME
          END-STRING
       END-IF
    END-IF.

*> 通读文件：记录数(不含头尾)、字节数、校验合计(算法同
*> FILEVER01)，并取头记录业务日期
SCAN-INBOUND-FILE.
    MOVE 'N' TO WS-FILE-PRESENT-FLG
    MOVE 0 TO WS-CK-REC-CNT
    MOVE 0 TO WS-CK-FILE-BYTES
    MOVE 0 TO WS-CK-CHECKSUM
    MOVE SPACES TO WS-CK-HDR-BIZ-DT

    OPEN INPUT INBOUND-FILE
    IF WS-INBOUND-FILE-STATUS NOT = '00'
       EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-FILE-PRESENT-FLG

    MOVE 'N' TO WS-EOF-FLG
    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ INBOUND-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             PERFORM SCAN-ONE-RECORD
       END-READ
    END-PERFORM

    CLOSE INBOUND-FILE.

SCAN-ONE-RECORD.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(INBOUND-RECORD TRAILING))
      TO WS-REC-LEN
    IF INBOUND-RECORD = SPACES
       MOVE 0 TO WS-REC-LEN
    END-IF
    COMPUTE WS-CK-FILE-BYTES = WS-CK-FILE-BYTES + WS-REC-LEN + 1

    EVALUATE INBOUND-RECORD(1:2)
       WHEN 'HD'
          MOVE INBOUND-RECORD(13:8) TO WS-CK-HDR-BIZ-DT
       WHEN 'TR'
          CONTINUE
       WHEN OTHER
          ADD 1 TO WS-CK-REC-CNT
          PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                  UNTIL WS-CHK-IDX > WS-REC-LEN
             COMPUTE WS-CHAR-ORD =
                     FUNCTION ORD(INBOUND-RECORD(WS-CHK-IDX:1)) - 1
             COMPUTE WS-CK-CHECKSUM =
                     FUNCTION MOD(WS-CK-CHECKSUM
                                  + WS-CHAR-ORD * WS-CHK-IDX,
                                  1000000000000000000)
          END-PERFORM
    END-EVALUATE.

*> 文件未到：截止已过为告警，过了预计时刻为提示，否则等待
JUDGE-MISSING-FILE.
    MOVE 'N' TO WS-CK-LATE-FLG
    EVALUATE TRUE
       WHEN WS-NOW-OFFSET > WS-CUTOFF-OFFSET
          MOVE 'L' TO WS-CK-STUS-CD
          MOVE '截止时刻已过文件仍未到达' TO WS-CK-ALERT-MSG
       WHEN WS-NOW-OFFSET > WS-EXPECT-OFFSET
          MOVE 'P' TO WS-CK-STUS-CD
          MOVE SPACES TO WS-CK-ALERT-MSG
       WHEN OTHER
          MOVE 'W' TO WS-CK-STUS-CD
          MOVE SPACES TO WS-CK-ALERT-MSG
    END-EVALUATE.

*> 文件已到：依次判空、头尾校验、头记录日期、与前一日重复；
*> 首次见到即已过截止的记晚到
JUDGE-PRESENT-FILE.
    MOVE SPACES TO WS-CK-ALERT-MSG
    MOVE 'N' TO WS-CK-LATE-FLG
    IF WS-EE-SEEN-FLG(WS-FX) = 'N'
       AND WS-NOW-OFFSET > WS-CUTOFF-OFFSET
       MOVE 'Y' TO WS-CK-LATE-FLG
    END-IF

    IF WS-CK-REC-CNT = 0
       MOVE 'E' TO WS-CK-STUS-CD
       MOVE '文件为空(无数据记录)' TO WS-CK-ALERT-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-EE-INTERFACE-ID(WS-FX) NOT = SPACES
       CALL 'FILEVER01' USING WS-INBOUND-FILE-NAME,
                              WS-EE-INTERFACE-ID(WS-FX),
                              WS-FV-RESP-CODE, WS-FV-RESP-MSG,
                              WS-FV-REC-COUNT, WS-FV-BIZ-DT
       END-CALL
       IF WS-FV-RESP-CODE NOT = '000000'
          MOVE 'X' TO WS-CK-STUS-CD
          MOVE WS-FV-RESP-MSG TO WS-CK-ALERT-MSG
          EXIT PARAGRAPH
       END-IF
    END-IF

    IF WS-CK-HDR-BIZ-DT NOT = SPACES
       AND WS-CK-HDR-BIZ-DT < WS-BD-BIZ-DT
       MOVE 'S' TO WS-CK-STUS-CD
       MOVE '头记录业务日期早于当前业务日期' TO WS-CK-ALERT-MSG
       EXIT PARAGRAPH
    END-IF

    *> 与该文件最近一个已正常到达的业务日内容完全相同(记录数与
    *> 校验合计都一样)，按发送方重发旧文件处理
    MOVE 0 TO WS-CK-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*), COALESCE(MAX(BIZ_DT), ' ')
          INTO :WS-CK-DUP-COUNT, :WS-CK-DUP-BIZ-DT
          FROM INBOUND_FILE_ARRIVAL
         WHERE TENANT_NO = :WS-EE-TENANT-NO(WS-FX)
           AND FILE_ID = :WS-EE-FILE-ID(WS-FX)
           AND BIZ_DT < :WS-BD-BIZ-DT
           AND STUS_CD = 'A'
           AND REC_CNT = :WS-CK-REC-CNT
           AND FILE_CHKSUM = :WS-CK-CHECKSUM
    END-EXEC
    IF SQLCODE = 0 AND WS-CK-DUP-COUNT > 0
       MOVE 'D' TO WS-CK-STUS-CD
       MOVE SPACES TO WS-CK-ALERT-MSG
       STRING '内容与' DELIMITED BY SIZE
              WS-CK-DUP-BIZ-DT DELIMITED BY SIZE
              '的文件重复' DELIMITED BY SIZE
         INTO WS-CK-ALERT-MSG
       END-STRING
       EXIT PARAGRAPH
    END-IF

    MOVE 'A' TO WS-CK-STUS-CD
    IF WS-CK-LATE-FLG = 'Y'
       MOVE '文件晚于截止时刻到达' TO WS-CK-ALERT-MSG
    END-IF.

*> 落到达行：当日已有行则更新，否则新增；首次到达时间只记一次
SAVE-FILE-ARRIVAL.
    EXEC SQL START TRANSACTION END-EXEC

    IF WS-EE-ARR-ROW-FLG(WS-FX) = 'Y'
       EXEC SQL
           UPDATE INBOUND_FILE_ARRIVAL
              SET FILE_NM = :WS-INBOUND-FILE-NAME,
                  STUS_CD = :WS-CK-STUS-CD,
                  FIRST_SEEN_TM =
                      CASE WHEN :WS-FILE-PRESENT-FLG = 'Y'
                           THEN COALESCE(FIRST_SEEN_TM,
                                         CURRENT_TIMESTAMP)
                           ELSE FIRST_SEEN_TM
                      END,
                  LAST_CHK_TM = CURRENT_TIMESTAMP,
                  REC_CNT = :WS-CK-REC-CNT,
                  FILE_BYTES = :WS-CK-FILE-BYTES,
                  FILE_CHKSUM = :WS-CK-CHECKSUM,
                  HDR_BIZ_DT = :WS-CK-HDR-BIZ-DT,
                  LATE_ARRV_FLG =
                      CASE WHEN LATE_ARRV_FLG = 'Y' THEN 'Y'
                           ELSE :WS-CK-LATE-FLG
                      END,
                  ALERT_MSG = :WS-CK-ALERT-MSG
            WHERE TENANT_NO = :WS-EE-TENANT-NO(WS-FX)
              AND FILE_ID = :WS-EE-FILE-ID(WS-FX)
              AND BIZ_DT = :WS-BD-BIZ-DT
       END-EXEC
    ELSE
       EXEC SQL
           INSERT INTO INBOUND_FILE_ARRIVAL (
               TENANT_NO, FILE_ID, BIZ_DT, FILE_NM, STUS_CD,
               FIRST_SEEN_TM, LAST_CHK_TM, REC_CNT, FILE_BYTES,
               FILE_CHKSUM, HDR_BIZ_DT, LATE_ARRV_FLG, ALERT_MSG
           ) VALUES (
               :WS-EE-TENANT-NO(WS-FX), :WS-EE-FILE-ID(WS-FX),
               :WS-BD-BIZ-DT, :WS-INBOUND-FILE-NAME, :WS-CK-STUS-CD,
               CASE WHEN :WS-FILE-PRESENT-FLG = 'Y'
                    THEN CURRENT_TIMESTAMP
               END,
               CURRENT_TIMESTAMP, :WS-CK-REC-CNT, :WS-CK-FILE-BYTES,
               :WS-CK-CHECKSUM, :WS-CK-HDR-BIZ-DT, :WS-CK-LATE-FLG,
               :WS-CK-ALERT-MSG
           )
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-UPD-FAIL-COUNT
       DISPLAY '入站文件到达登记失败:' WS-EE-TENANT-NO(WS-FX) ' '
               WS-EE-FILE-ID(WS-FX) ' SQLCODE:' SQLCODE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-UPD-FAIL-COUNT
       DISPLAY '入站文件到达登记提交失败:' WS-EE-TENANT-NO(WS-FX) ' '
               WS-EE-FILE-ID(WS-FX)
    END-IF.

WRITE-FILE-LINE.
    EVALUATE WS-CK-STUS-CD
       WHEN 'A'
          MOVE '到达正常' TO WS-STUS-TXT
       WHEN 'W'
          MOVE '等待中' TO WS-STUS-TXT
       WHEN 'P'
          MOVE '已过预计时刻未到' TO WS-STUS-TXT
       WHEN 'L'
          MOVE '截止未到' TO WS-STUS-TXT
       WHEN 'E'
          MOVE '空文件' TO WS-STUS-TXT
       WHEN 'X'
          MOVE '头尾校验不过' TO WS-STUS-TXT
       WHEN 'S'
          MOVE '日期过期' TO WS-STUS-TXT
       WHEN OTHER
          MOVE '重复文件' TO WS-STUS-TXT
    END-EVALUATE

    MOVE SPACES TO WS-RP-FIRST-SEEN-TM
    EXEC SQL
        SELECT COALESCE(CHAR(FIRST_SEEN_TM), ' '),
               REC_CNT, FILE_BYTES, HDR_BIZ_DT
          INTO :WS-RP-FIRST-SEEN-TM, :WS-CK-REC-CNT,
               :WS-CK-FILE-BYTES, :WS-CK-HDR-BIZ-DT
          FROM INBOUND_FILE_ARRIVAL
         WHERE TENANT_NO = :WS-EE-TENANT-NO(WS-FX)
           AND FILE_ID = :WS-EE-FILE-ID(WS-FX)
           AND BIZ_DT = :WS-BD-BIZ-DT
    END-EXEC

    ADD 1 TO WS-LINE-COUNT
    IF WS-CK-ALERT-MSG NOT = SPACES
       MOVE '告警' TO WS-RP-LINE-PFX
    ELSE
       MOVE SPACES TO WS-RP-LINE-PFX
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING WS-RP-LINE-PFX              DELIMITED BY SIZE
           WS-EE-TENANT-NO(WS-FX)      DELIMITED BY SIZE
           ' '                         DELIMITED BY SIZE
           WS-EE-FILE-ID(WS-FX)        DELIMITED BY SIZE
           ' 发送系统:'                DELIMITED BY SIZE
           WS-EE-SRC-SYS-NM(WS-FX)     DELIMITED BY '  '
           ' 文件:'                    DELIMITED BY SIZE
           WS-INBOUND-FILE-NAME        DELIMITED BY SPACE
           ' '                         DELIMITED BY SIZE
           WS-STUS-TXT                 DELIMITED BY SPACE
           ' 预计:'                    DELIMITED BY SIZE
           WS-EE-EXPECT-TM(WS-FX)      DELIMITED BY SIZE
           ' 截止:'                    DELIMITED BY SIZE
           WS-EE-CUTOFF-TM(WS-FX)      DELIMITED BY SIZE
           ' 到达:'                    DELIMITED BY SIZE
           WS-RP-FIRST-SEEN-TM         DELIMITED BY '  '
           ' 记录数:'                  DELIMITED BY SIZE
           WS-CK-REC-CNT               DELIMITED BY SIZE
           ' 字节:'                    DELIMITED BY SIZE
           WS-CK-FILE-BYTES            DELIMITED BY SIZE
           ' 头日期:'                  DELIMITED BY SIZE
           WS-CK-HDR-BIZ-DT            DELIMITED BY SIZE
           ' 依赖作业:'                DELIMITED BY SIZE
           WS-EE-DEP-JOB-NM(WS-FX)     DELIMITED BY SPACE
           ' '                         DELIMITED BY SIZE
           WS-CK-ALERT-MSG             DELIMITED BY '  '
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
