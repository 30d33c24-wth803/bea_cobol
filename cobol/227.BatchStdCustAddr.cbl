IDENTIFICATION DIVISION.
PROGRAM-ID. ADDRSTDBAT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 地址标准化报告：一行一个解析不了或有歧义(已进修正清单)的
*> 地址，末尾按结果分类合计
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

01  WS-SCAN-COUNT               PIC 9(9) VALUE 0.
01  WS-STD-COUNT                PIC 9(9) VALUE 0.
01  WS-UNPARSE-COUNT            PIC 9(9) VALUE 0.
01  WS-AMBIG-COUNT              PIC 9(9) VALUE 0.
01  WS-FOREIGN-COUNT            PIC 9(9) VALUE 0.
01  WS-FAIL-COUNT               PIC 9(9) VALUE 0.
01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.

*> 运行参数：1-10位'ALL'时当前地址全部重新标准化(代码库区划调整
*> 之后用)，空白时只处理未标准化及上次未能标准化的地址；11-15位
*> 'FORCE'时同日已完成也强制重跑
01  WS-RUN-PARM                 PIC X(40).
01  WS-RUN-SCOPE                PIC X(10).

*> 游标读出的一行数据
01  WS-TENANT-NO                PIC X(10).
01  WS-CUST-NO                  PIC X(20).
01  WS-ADDR-TYP-CD              PIC X(02).
01  WS-ADDR                     PIC X(100).
01  WS-ADDR-CNTRY-CD            PIC X(03).

*> 地址标准化(ADDRSTD01)工作区
01  WS-AS-MODE-CD               PIC X(01) VALUE 'S'.
01  WS-AS-RESP-CODE             PIC X(06).
01  WS-AS-RESP-MSG              PIC X(50).
01  WS-AS-STD-STATUS-CD         PIC X(01).
01  WS-AS-EXC-RSN-CD            PIC X(04).
01  WS-AS-PROV-CD               PIC X(06).
01  WS-AS-CITY-CD               PIC X(06).
01  WS-AS-DIST-CD               PIC X(06).
01  WS-AS-STREET-ADDR           PIC X(100).
01  WS-AS-POSTAL-CD             PIC X(06).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO             PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD               PIC X(01).
01  WS-BD-SET-DT                PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE             PIC X(06).
01  WS-BD-RESP-MSG              PIC X(50).
01  WS-BD-BIZ-DT                PIC X(08).

*> 批量运行控制(BATRUNCTL01)工作区
01  WS-RC-JOB-NM                PIC X(20) VALUE 'ADDRSTDBAT01'.
01  WS-RC-MODE-CD               PIC X(01).
01  WS-RC-FORCE-FLG             PIC X(01).
01  WS-RC-RECORDS               PIC 9(09).
01  WS-RC-CHKPT-KEY             PIC X(20) VALUE SPACES.
01  WS-RC-RESP-CODE             PIC X(06).
01  WS-RC-RESP-MSG              PIC X(50).
01  WS-RC-RESTART-KEY           PIC X(20).

*> 报表按日留代并登记报表产出台账(同DUPSCAN01)
01  WS-RPT-FILE-NAME            PIC X(60).
01  WS-RR-JOB-NM                PIC X(20) VALUE 'ADDRSTDBAT01'.
01  WS-RR-REC-COUNT             PIC 9(09).
01  WS-RR-RESP-CODE             PIC X(06).
01  WS-RR-RESP-MSG              PIC X(50).

PROCEDURE DIVISION.
*> 客户地址标准化批：逐条取当前有效地址(CUST_ADDR_INFO，
*> VALID_FLG='1')经ADDRSTD01解析出省/市/区县/街道/邮编落到原文
*> 旁的结构化列，逐行提交。CRTPERC01开户与ADDRBACKFILL01回填落
*> 的地址都在这里补上标准化；解析不了或有歧义的由ADDRSTD01进
*> 地址修正清单(ADDR_STD_WORKLIST)，柜员经MGMTADDR01修改后当场
*> 重新标准化并结项
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    MOVE WS-RUN-PARM(1:10) TO WS-RUN-SCOPE
    IF WS-RUN-PARM(11:5) = 'FORCE'
       MOVE 'Y' TO WS-RC-FORCE-FLG
    ELSE
       MOVE 'N' TO WS-RC-FORCE-FLG
    END-IF

    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL

    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'ADDR.STD.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '客户地址标准化报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT DELIMITED BY SIZE
           ' 范围:' DELIMITED BY SIZE
           WS-RUN-SCOPE DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    EXEC SQL
        DECLARE ADDR-STD-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, ADDR_TYP_CD, ADDR,
               COALESCE(ADDR_CNTRY_CD, ' ')
          FROM CUST_ADDR_INFO
         WHERE VALID_FLG = '1'
           AND (:WS-RUN-SCOPE = 'ALL'
                OR COALESCE(ADDR_STD_STATUS_CD, ' ') IN (' ', 'U', 'A'))
         ORDER BY TENANT_NO, CUST_NO, ADDR_TYP_CD
    END-EXEC.

    EXEC SQL OPEN ADDR-STD-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '客户地址标准化游标打开失败'
       CLOSE REPORT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       PERFORM CALL-BATRUNCTL
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH ADDR-STD-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-ADDR-TYP-CD,
                 :WS-ADDR, :WS-ADDR-CNTRY-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM STANDARDIZE-ONE-ADDR
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE ADDR-STD-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '处理地址:'   DELIMITED BY SIZE
           WS-SCAN-COUNT    DELIMITED BY SIZE
           ' 已标准化:'     DELIMITED BY SIZE
           WS-STD-COUNT     DELIMITED BY SIZE
           ' 无法解析:'     DELIMITED BY SIZE
           WS-UNPARSE-COUNT DELIMITED BY SIZE
           ' 有歧义:'       DELIMITED BY SIZE
           WS-AMBIG-COUNT   DELIMITED BY SIZE
           ' 境外:'         DELIMITED BY SIZE
           WS-FOREIGN-COUNT DELIMITED BY SIZE
           ' 处理失败:'     DELIMITED BY SIZE
           WS-FAIL-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)
    COMPUTE WS-RR-REC-COUNT = WS-UNPARSE-COUNT + WS-AMBIG-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-SCAN-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

    DISPLAY '客户地址标准化批完成，处理:' WS-SCAN-COUNT
            ' 已标准化:' WS-STD-COUNT
            ' 转修正清单:' WS-RR-REC-COUNT

    GOBACK.

*> 标准化一条地址：结构化列与修正清单由ADDRSTD01维护，本行
*> 单独提交；失败回滚本行并计数，不影响其余地址
STANDARDIZE-ONE-ADDR.
    ADD 1 TO WS-SCAN-COUNT

    CALL 'ADDRSTD01' USING WS-AS-MODE-CD, WS-TENANT-NO, WS-CUST-NO,
                           WS-ADDR-TYP-CD, WS-ADDR, WS-ADDR-CNTRY-CD,
                           WS-AS-RESP-CODE, WS-AS-RESP-MSG,
                           WS-AS-STD-STATUS-CD, WS-AS-EXC-RSN-CD,
                           WS-AS-PROV-CD, WS-AS-CITY-CD, WS-AS-DIST-CD,
                           WS-AS-STREET-ADDR, WS-AS-POSTAL-CD
    END-CALL

    IF WS-AS-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '地址标准化失败 客户号:' WS-CUST-NO
               ' 地址类型:' WS-ADDR-TYP-CD
               ' 返回码:' WS-AS-RESP-CODE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC

    EVALUATE WS-AS-STD-STATUS-CD
       WHEN 'S'
          ADD 1 TO WS-STD-COUNT
       WHEN 'X'
          ADD 1 TO WS-FOREIGN-COUNT
       WHEN OTHER
          IF WS-AS-STD-STATUS-CD = 'A'
             ADD 1 TO WS-AMBIG-COUNT
          ELSE
             ADD 1 TO WS-UNPARSE-COUNT
          END-IF
          MOVE SPACES TO REPORT-RECORD
          STRING WS-TENANT-NO        DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-CUST-NO          DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-ADDR-TYP-CD      DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-AS-STD-STATUS-CD DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-AS-EXC-RSN-CD    DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-ADDR             DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
    END-EVALUATE.

CALL-BATRUNCTL.
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-BD-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL.
