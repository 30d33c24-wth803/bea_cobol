IDENTIFICATION DIVISION.
PROGRAM-ID. BOLOOKTHRU01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 受益所有人穿透缺口报告：每个缺口一行汇总，其下逐条列出
*> 持股路径(自然人 > 上层公司 ... > 本公司)
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(250).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

*> 运行参数：'PREFILL'时缺口同时预填待登记项，供合规经
*> MGMTBENEFOWNER01核实登记
01  WS-RUN-PARM                 PIC X(20).
01  WS-PREFILL-FLG              PIC X(01) VALUE 'N'.

*> 穿透认定阈值(%)：租户参数BO_LOOKTHRU_PCT(未配置按25)
01  WS-THRESHOLD-PCT            PIC 9(03)V99 VALUE 25.
01  WS-PARAM-TXT                PIC X(10).

01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.
01  WS-SUB-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-SUB-COUNT                PIC 9(7) VALUE 0.
01  WS-GAP-COUNT                PIC 9(7) VALUE 0.
01  WS-PREFILL-COUNT            PIC 9(7) VALUE 0.
01  WS-TRUNC-COUNT              PIC 9(7) VALUE 0.
01  WS-REG-COUNT                PIC 9(5).
01  WS-OPEN-COUNT               PIC 9(5).

*> 被穿透的本公司(外层游标逐行)
01  WS-SUB-TENANT-NO            PIC X(10).
01  WS-SUB-CUST-NO              PIC X(10).

*> 向上持股路径表：一行一条自本公司出发的上溯路径终点，同一
*> 上层公司经不同路径到达时各占一行(有效比例按路径分别累计)；
*> PREV-IDX指向路径上的下一层(子公司)行，1号行为本公司自身
01  WS-PT-COUNT                 PIC 9(3).
01  WS-PT-TABLE.
    05  WS-PT-ENTRY OCCURS 100.
        10  WS-PT-CUST-NO       PIC X(10).
        10  WS-PT-LINK-PCT      PIC 9(03)V99.
        10  WS-PT-EFF-PCT       PIC 9(03)V9(4).
        10  WS-PT-PREV-IDX      PIC 9(3).
        10  WS-PT-DEPTH         PIC 9(2).
01  WS-PT-MAX-DEPTH             PIC 9(2) VALUE 10.
01  WS-PT-TRUNC-FLG             PIC X(01).
01  WS-SCAN-IDX                 PIC 9(3).
01  WS-WALK-IDX                 PIC 9(3).
01  WS-IN-PATH-FLG              PIC X(01).
01  WS-CUR-CUST-NO              PIC X(10).
01  WS-PARENT-CUST-NO           PIC X(10).
01  WS-PARENT-OWNER-PCT         PIC 9(03)V99.

*> 自然人汇总表：按证件归并各路径折算后的有效比例
01  WS-PSN-COUNT                PIC 9(3).
01  WS-PSN-TABLE.
    05  WS-PSN-ENTRY OCCURS 100.
        10  WS-PSN-NM           PIC X(60).
        10  WS-PSN-CRTF-TYP-CD  PIC X(02).
        10  WS-PSN-CRTF-NO      PIC X(20).
        10  WS-PSN-TOTAL-PCT    PIC 9(03)V9(4).

*> 持股贡献表：一行一条(自然人, 路径)贡献，报告列路径用
01  WS-CT-COUNT                 PIC 9(3).
01  WS-CT-TABLE.
    05  WS-CT-ENTRY OCCURS 200.
        10  WS-CT-PSN-IDX       PIC 9(3).
        10  WS-CT-PATH-IDX      PIC 9(3).
        10  WS-CT-BO-PCT        PIC 9(03)V99.
        10  WS-CT-EFF-PCT       PIC 9(03)V9(4).
01  WS-I                        PIC 9(3).
01  WS-P                        PIC 9(3).
01  WS-C                        PIC 9(3).
01  WS-TOP-CT-IDX               PIC 9(3).

*> 上层公司受益所有人游标逐行工作区
01  WS-BO-NM                    PIC X(60).
01  WS-BO-CRTF-TYP-CD           PIC X(02).
01  WS-BO-CRTF-NO               PIC X(20).
01  WS-BO-PCT                   PIC 9(03)V99.
01  WS-BO-EFF-PCT               PIC 9(03)V9(4).

*> 缺口自然人工作区(报告与预填用)
01  WS-GAP-NM                   PIC X(60).
01  WS-GAP-CRTF-TYP-CD          PIC X(02).
01  WS-GAP-CRTF-NO              PIC X(20).

*> 报告行拼装工作区
01  WS-RPT-LINE                 PIC X(250).
01  WS-PATH-TEXT                PIC X(200).
01  WS-PATH-PTR                 PIC 9(3).
01  WS-PCT-EDIT                 PIC ZZ9.99.
01  WS-PCT-EDIT-2               PIC ZZ9.99.
01  WS-PEND-PCT                 PIC 9(03)V99.

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO             PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD               PIC X(01).
01  WS-BD-SET-DT                PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE             PIC X(06).
01  WS-BD-RESP-MSG              PIC X(50).
01  WS-BD-BIZ-DT                PIC X(08).

*> 报表代次与产出登记工作区
01  WS-RPT-FILE-NAME            PIC X(60).
01  WS-RR-JOB-NM                PIC X(20) VALUE 'BOLOOKTHRU01'.
01  WS-RR-REC-COUNT             PIC 9(09).
01  WS-RR-RESP-CODE             PIC X(06).
01  WS-RR-RESP-MSG              PIC X(50).

PROCEDURE DIVISION.
*> 受益所有人穿透批：MGMTBENEFOWNER01只登记各公司的直接受益
*> 所有人，CORP_GROUP_LINK(MGMTCORPGRP01)只登记母子持股链路，
*> 两者从未合并——持有母公司60%、母公司持有子公司50%的自然人
*> (有效30%)在子公司上看不见。本批对每家有效对公客户沿
*> CORP_GROUP_LINK向上逐层展开(成环路径跳过，深度上限10层)，
*> 沿每条路径连乘OWNER_PCT，再乘以上层公司直接持股('01')的受益
*> 所有人比例，按证件归并出每个自然人的有效持股；达到阈值而未
*> 在本公司登记为受益所有人的列入报告并带出全部持股路径。上层
*> 公司的间接持股('02')登记不参与折算，其来源路径已由本批展开，
*> 避免重复计算
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    IF WS-RUN-PARM(1:7) = 'PREFILL'
       MOVE 'Y' TO WS-PREFILL-FLG
    END-IF

    PERFORM READ-SYS-BIZ-DATE
    PERFORM READ-THRESHOLD-PARAM

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'BO.LOOKTHRU.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT          DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    OPEN OUTPUT REPORT-FILE

    MOVE WS-THRESHOLD-PCT TO WS-PCT-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING '受益所有人穿透缺口报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                       DELIMITED BY SIZE
           ' 阈值:'                           DELIMITED BY SIZE
           WS-PCT-EDIT                        DELIMITED BY SIZE
           '%'                                DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE BO-SUB-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO
          FROM CORPORATE_CUSTOMER_INFO
         WHERE VALID_FLG = '1'
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN BO-SUB-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '对公客户游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-SUB-FETCH-SQLCODE.
    PERFORM UNTIL WS-SUB-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH BO-SUB-CUR
            INTO :WS-SUB-TENANT-NO, :WS-SUB-CUST-NO
       END-EXEC
       MOVE SQLCODE TO WS-SUB-FETCH-SQLCODE

       IF WS-SUB-FETCH-SQLCODE = 0
          ADD 1 TO WS-SUB-COUNT
          PERFORM PROCESS-ONE-SUB
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE BO-SUB-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '穿透公司数:'      DELIMITED BY SIZE
           WS-SUB-COUNT       DELIMITED BY SIZE
           ' 缺口:'           DELIMITED BY SIZE
           WS-GAP-COUNT       DELIMITED BY SIZE
           ' 预填待登记:'     DELIMITED BY SIZE
           WS-PREFILL-COUNT   DELIMITED BY SIZE
           ' 路径截断公司数:' DELIMITED BY SIZE
           WS-TRUNC-COUNT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)
    MOVE WS-GAP-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '受益所有人穿透批完成，缺口:' WS-GAP-COUNT
            ' 预填待登记:' WS-PREFILL-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

READ-THRESHOLD-PARAM.
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = '001'
           AND PARAM_NM = 'BO_LOOKTHRU_PCT'
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-THRESHOLD-PCT = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.

*> 一家本公司：向上展开路径表，归并上层受益所有人，逐人核对
PROCESS-ONE-SUB.
    MOVE 1 TO WS-PT-COUNT
    MOVE WS-SUB-CUST-NO TO WS-PT-CUST-NO(1)
    MOVE 100 TO WS-PT-LINK-PCT(1)
    MOVE 100 TO WS-PT-EFF-PCT(1)
    MOVE 0 TO WS-PT-PREV-IDX(1)
    MOVE 0 TO WS-PT-DEPTH(1)
    MOVE 'N' TO WS-PT-TRUNC-FLG
    MOVE 0 TO WS-PSN-COUNT
    MOVE 0 TO WS-CT-COUNT

    MOVE 1 TO WS-SCAN-IDX
    PERFORM UNTIL WS-SCAN-IDX > WS-PT-COUNT
       PERFORM EXPAND-UP-ONE
       ADD 1 TO WS-SCAN-IDX
    END-PERFORM

    *> 仅有自身一行即不在任何集团链路上，无可穿透
    IF WS-PT-COUNT = 1
       EXIT PARAGRAPH
    END-IF

    IF WS-PT-TRUNC-FLG = 'Y'
       ADD 1 TO WS-TRUNC-COUNT
       MOVE SPACES TO REPORT-RECORD
       STRING '路径超过上限已截断 租户:' DELIMITED BY SIZE
              WS-SUB-TENANT-NO          DELIMITED BY SIZE
              ' 客户号:'                DELIMITED BY SIZE
              WS-SUB-CUST-NO            DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    END-IF

    PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-PT-COUNT
       PERFORM COLLECT-ANCESTOR-BO
    END-PERFORM

    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PSN-COUNT
       PERFORM CHECK-ONE-PERSON
    END-PERFORM.

*> 展开一个路径终点的直接母公司
EXPAND-UP-ONE.
    IF WS-PT-DEPTH(WS-SCAN-IDX) >= WS-PT-MAX-DEPTH
       MOVE 'Y' TO WS-PT-TRUNC-FLG
       EXIT PARAGRAPH
    END-IF

    MOVE WS-PT-CUST-NO(WS-SCAN-IDX) TO WS-CUR-CUST-NO
    EXEC SQL
        DECLARE BO-UP-CUR CURSOR FOR
        SELECT PARENT_CUST_NO, OWNER_PCT
          FROM CORP_GROUP_LINK
         WHERE TENANT_NO = :WS-SUB-TENANT-NO
           AND CHILD_CUST_NO = :WS-CUR-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    EXEC SQL OPEN BO-UP-CUR END-EXEC.
    IF SQLCODE NOT = 0
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH BO-UP-CUR
            INTO :WS-PARENT-CUST-NO, :WS-PARENT-OWNER-PCT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM ADD-PATH-ENTRY
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE BO-UP-CUR END-EXEC.

*> 母公司已在本条路径上(成环)的跳过；路径表满即截断
ADD-PATH-ENTRY.
    MOVE 'N' TO WS-IN-PATH-FLG
    MOVE WS-SCAN-IDX TO WS-WALK-IDX
    PERFORM UNTIL WS-WALK-IDX = 0 OR WS-IN-PATH-FLG = 'Y'
       IF WS-PT-CUST-NO(WS-WALK-IDX) = WS-PARENT-CUST-NO
          MOVE 'Y' TO WS-IN-PATH-FLG
       END-IF
       MOVE WS-PT-PREV-IDX(WS-WALK-IDX) TO WS-WALK-IDX
    END-PERFORM

    IF WS-IN-PATH-FLG = 'Y'
       EXIT PARAGRAPH
    END-IF

    IF WS-PT-COUNT >= 100
       MOVE 'Y' TO WS-PT-TRUNC-FLG
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-PT-COUNT
    MOVE WS-PARENT-CUST-NO TO WS-PT-CUST-NO(WS-PT-COUNT)
    MOVE WS-PARENT-OWNER-PCT TO WS-PT-LINK-PCT(WS-PT-COUNT)
    COMPUTE WS-PT-EFF-PCT(WS-PT-COUNT) =
            WS-PT-EFF-PCT(WS-SCAN-IDX) * WS-PARENT-OWNER-PCT / 100
    MOVE WS-SCAN-IDX TO WS-PT-PREV-IDX(WS-PT-COUNT)
    COMPUTE WS-PT-DEPTH(WS-PT-COUNT) = WS-PT-DEPTH(WS-SCAN-IDX) + 1.

*> 一个上层公司(路径行WS-I)的直接持股受益所有人折算入汇总
COLLECT-ANCESTOR-BO.
    MOVE WS-PT-CUST-NO(WS-I) TO WS-CUR-CUST-NO
    EXEC SQL
        DECLARE BO-ANC-CUR CURSOR FOR
        SELECT OWNER_NM, OWNER_CRTF_TYP_CD, OWNER_CRTF_NO, OWNER_PCT
          FROM CORP_BENEF_OWNER_INFO
         WHERE TENANT_NO = :WS-SUB-TENANT-NO
           AND CUST_NO = :WS-CUR-CUST-NO
           AND CTRL_TYP_CD = '01'
           AND VALID_FLG = '1'
    END-EXEC.

    EXEC SQL OPEN BO-ANC-CUR END-EXEC.
    IF SQLCODE NOT = 0
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH BO-ANC-CUR
            INTO :WS-BO-NM, :WS-BO-CRTF-TYP-CD, :WS-BO-CRTF-NO,
                 :WS-BO-PCT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          COMPUTE WS-BO-EFF-PCT =
                  WS-PT-EFF-PCT(WS-I) * WS-BO-PCT / 100
          IF WS-BO-EFF-PCT > 0
             PERFORM ADD-CONTRIBUTION
          END-IF
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE BO-ANC-CUR END-EXEC.

*> 按证件归并到自然人汇总表，并记一条路径贡献
ADD-CONTRIBUTION.
    MOVE 0 TO WS-P
    PERFORM VARYING WS-C FROM 1 BY 1
            UNTIL WS-C > WS-PSN-COUNT OR WS-P > 0
       IF WS-PSN-CRTF-TYP-CD(WS-C) = WS-BO-CRTF-TYP-CD
          AND WS-PSN-CRTF-NO(WS-C) = WS-BO-CRTF-NO
          MOVE WS-C TO WS-P
       END-IF
    END-PERFORM

    IF WS-P = 0
       IF WS-PSN-COUNT >= 100
          MOVE 'Y' TO WS-PT-TRUNC-FLG
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-PSN-COUNT
       MOVE WS-PSN-COUNT TO WS-P
       MOVE WS-BO-NM TO WS-PSN-NM(WS-P)
       MOVE WS-BO-CRTF-TYP-CD TO WS-PSN-CRTF-TYP-CD(WS-P)
       MOVE WS-BO-CRTF-NO TO WS-PSN-CRTF-NO(WS-P)
       MOVE 0 TO WS-PSN-TOTAL-PCT(WS-P)
    END-IF

    ADD WS-BO-EFF-PCT TO WS-PSN-TOTAL-PCT(WS-P)

    IF WS-CT-COUNT >= 200
       MOVE 'Y' TO WS-PT-TRUNC-FLG
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CT-COUNT
    MOVE WS-P TO WS-CT-PSN-IDX(WS-CT-COUNT)
    MOVE WS-I TO WS-CT-PATH-IDX(WS-CT-COUNT)
    MOVE WS-BO-PCT TO WS-CT-BO-PCT(WS-CT-COUNT)
    MOVE WS-BO-EFF-PCT TO WS-CT-EFF-PCT(WS-CT-COUNT).

*> 达到阈值而未在本公司登记为受益所有人的列报告(带全部路径)，
*> PREFILL运行时按贡献最大的路径预填待登记项
CHECK-ONE-PERSON.
    IF WS-PSN-TOTAL-PCT(WS-P) < WS-THRESHOLD-PCT
       EXIT PARAGRAPH
    END-IF

    MOVE WS-PSN-NM(WS-P) TO WS-GAP-NM
    MOVE WS-PSN-CRTF-TYP-CD(WS-P) TO WS-GAP-CRTF-TYP-CD
    MOVE WS-PSN-CRTF-NO(WS-P) TO WS-GAP-CRTF-NO

    MOVE 0 TO WS-REG-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-REG-COUNT
          FROM CORP_BENEF_OWNER_INFO
         WHERE TENANT_NO = :WS-SUB-TENANT-NO
           AND CUST_NO = :WS-SUB-CUST-NO
           AND OWNER_CRTF_TYP_CD = :WS-GAP-CRTF-TYP-CD
           AND OWNER_CRTF_NO = :WS-GAP-CRTF-NO
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0 OR WS-REG-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-GAP-COUNT
    MOVE WS-PSN-TOTAL-PCT(WS-P) TO WS-PCT-EDIT
    MOVE SPACES TO WS-RPT-LINE
    STRING WS-SUB-TENANT-NO          DELIMITED BY SIZE
           ' '                       DELIMITED BY SIZE
           WS-SUB-CUST-NO            DELIMITED BY SIZE
           ' 未登记受益所有人:'      DELIMITED BY SIZE
           WS-GAP-NM                 DELIMITED BY SIZE
           ' '                       DELIMITED BY SIZE
           WS-GAP-CRTF-TYP-CD        DELIMITED BY SIZE
           '/'                       DELIMITED BY SIZE
           WS-GAP-CRTF-NO            DELIMITED BY SIZE
           ' 有效持股:'              DELIMITED BY SIZE
           WS-PCT-EDIT               DELIMITED BY SIZE
           '%'                       DELIMITED BY SIZE
      INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    MOVE 0 TO WS-TOP-CT-IDX
    PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CT-COUNT
       IF WS-CT-PSN-IDX(WS-C) = WS-P
          PERFORM WRITE-PATH-LINE
          IF WS-TOP-CT-IDX = 0
             MOVE WS-C TO WS-TOP-CT-IDX
          ELSE
             IF WS-CT-EFF-PCT(WS-C) > WS-CT-EFF-PCT(WS-TOP-CT-IDX)
                MOVE WS-C TO WS-TOP-CT-IDX
             END-IF
          END-IF
       END-IF
    END-PERFORM

    IF WS-PREFILL-FLG = 'Y' AND WS-TOP-CT-IDX > 0
       MOVE WS-TOP-CT-IDX TO WS-C
       PERFORM BUILD-PATH-TEXT
       PERFORM PREFILL-PENDING-REG
    END-IF.

*> 一条路径贡献明细行
WRITE-PATH-LINE.
    PERFORM BUILD-PATH-TEXT
    MOVE WS-CT-EFF-PCT(WS-C) TO WS-PCT-EDIT
    MOVE SPACES TO WS-RPT-LINE
    STRING '    路径:'    DELIMITED BY SIZE
           WS-PATH-TEXT   DELIMITED BY '  '
           ' 折算:'       DELIMITED BY SIZE
           WS-PCT-EDIT    DELIMITED BY SIZE
           '%'            DELIMITED BY SIZE
      INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE.

*> 缺口自然人贡献WS-C的路径文字：自然人 比例 > 上层公司 比例 > ... > 本公司
BUILD-PATH-TEXT.
    MOVE SPACES TO WS-PATH-TEXT
    MOVE 1 TO WS-PATH-PTR
    MOVE WS-CT-BO-PCT(WS-C) TO WS-PCT-EDIT-2
    STRING WS-GAP-CRTF-NO       DELIMITED BY SPACE
           ' '                  DELIMITED BY SIZE
           WS-PCT-EDIT-2        DELIMITED BY SIZE
           '%'                  DELIMITED BY SIZE
      INTO WS-PATH-TEXT
      WITH POINTER WS-PATH-PTR
    END-STRING

    MOVE WS-CT-PATH-IDX(WS-C) TO WS-WALK-IDX
    PERFORM UNTIL WS-WALK-IDX = 0 OR WS-PATH-PTR > 180
       STRING ' > '                    DELIMITED BY SIZE
              WS-PT-CUST-NO(WS-WALK-IDX) DELIMITED BY SPACE
         INTO WS-PATH-TEXT
         WITH POINTER WS-PATH-PTR
       END-STRING
       IF WS-PT-PREV-IDX(WS-WALK-IDX) NOT = 0
          MOVE WS-PT-LINK-PCT(WS-WALK-IDX) TO WS-PCT-EDIT-2
          STRING ' '           DELIMITED BY SIZE
                 WS-PCT-EDIT-2 DELIMITED BY SIZE
                 '%'           DELIMITED BY SIZE
            INTO WS-PATH-TEXT
            WITH POINTER WS-PATH-PTR
          END-STRING
       END-IF
       MOVE WS-PT-PREV-IDX(WS-WALK-IDX) TO WS-WALK-IDX
    END-PERFORM.

*> 预填待登记项(同证件未结项不重复预填)：合规核实后经
*> MGMTBENEFOWNER01以间接持股('02')登记，登记成功即销项
PREFILL-PENDING-REG.
    MOVE 0 TO WS-OPEN-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-OPEN-COUNT
          FROM BO_LOOKTHRU_PENDING
         WHERE TENANT_NO = :WS-SUB-TENANT-NO
           AND CUST_NO = :WS-SUB-CUST-NO
           AND OWNER_CRTF_TYP_CD = :WS-GAP-CRTF-TYP-CD
           AND OWNER_CRTF_NO = :WS-GAP-CRTF-NO
           AND STATUS_CD = '0'
    END-EXEC

    IF SQLCODE NOT = 0 OR WS-OPEN-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-PEND-PCT ROUNDED = WS-PSN-TOTAL-PCT(WS-P)
    EXEC SQL
        INSERT INTO BO_LOOKTHRU_PENDING (
            TENANT_NO, CUST_NO, OWNER_NM, OWNER_CRTF_TYP_CD,
            OWNER_CRTF_NO, EFF_PCT, OWN_PATH, LOAD_DT, STATUS_CD,
            CRT_TM, UPD_TM
        ) VALUES (
            :WS-SUB-TENANT-NO, :WS-SUB-CUST-NO, :WS-GAP-NM,
            :WS-GAP-CRTF-TYP-CD, :WS-GAP-CRTF-NO,
            :WS-PEND-PCT, :WS-PATH-TEXT, :WS-BD-BIZ-DT, '0',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '受益所有人待登记项预填失败 客户号:' WS-SUB-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       ADD 1 TO WS-PREFILL-COUNT
       EXEC SQL COMMIT END-EXEC
    END-IF.
