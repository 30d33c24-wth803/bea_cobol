IDENTIFICATION DIVISION.
PROGRAM-ID. XREFCHK01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 外部客户号对照完整性例外清单：一行一条指向已销户/已并出/
*> 不存在客户的在力对照，已并出的带出当前存续客户号，供各外部
*> 系统对口人员逐条核实后经MGMTXREF01改挂或终止
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-HIT-COUNT            PIC 9(7) VALUE 0.
01  WS-MISS-COUNT           PIC 9(7) VALUE 0.
01  WS-MRGD-COUNT           PIC 9(7) VALUE 0.
01  WS-CLSD-COUNT           PIC 9(7) VALUE 0.

*> 游标读出的一行数据：在力对照+问题类型(MISS客户不存在/MRGD
*> 客户已并出/CLSD客户已销户或失效)
01  WS-SYS-ID               PIC X(10).
01  WS-EXT-CUST-ID          PIC X(40).
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(20).
01  WS-EFFT-DT              PIC X(08).
01  WS-ISSUE-CD             PIC X(04).
01  WS-CLS-DT               PIC X(08).
01  WS-ISSUE-TXT            PIC X(30).

*> 并出客户号转发解析工作区(MRGFWD01)
01  WS-FWD-SURV-CUST-NO     PIC X(20).
01  WS-FWD-HOP-COUNT        PIC 9(02).
01  WS-FWD-RESP-CODE        PIC X(06).
01  WS-FWD-RESP-MSG         PIC X(50).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'XREFCHK01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 外部客户号对照完整性周检：归并/撤销/迁移/销户由XREFSYNC01在
*> 各自事务内同步改挂或终止对照，但同步上线前的存量对照、经直连
*> 数据修复改动的客户主档、以及外部系统登记时客户即已异常的对照
*> 仍可能指向失效客户。本批每周扫描EXT_CUST_XREF全部在力对照，
*> 与客户主档比对后列出三类例外：客户不存在(MISS)、客户已并出
*> (MRGD，带出存续客户号)、客户已销户或失效(CLSD)。只列清单
*> 不改数据
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'XREF.INTEGRITY.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT             DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '外部客户号对照完整性例外清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                             DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 在力对照按(租户, 客户号)外连客户主档：主档无行即MISS；
    *> 有并出指针即MRGD；其余失效即CLSD
    EXEC SQL
        DECLARE XREF-CHK-CUR CURSOR FOR
        SELECT X.SYS_ID, X.EXT_CUST_ID, X.TENANT_NO, X.CUST_NO,
               X.EFFT_DT,
               CASE
                  WHEN B.CUST_NO IS NULL THEN 'MISS'
                  WHEN B.MERGED_TO_CUST_NO IS NOT NULL
                   AND B.MERGED_TO_CUST_NO <> ' ' THEN 'MRGD'
                  ELSE 'CLSD'
               END,
               COALESCE(B.CLS_DT, ' ')
          FROM EXT_CUST_XREF X
          LEFT JOIN CUSTOMER_BASIC_INFO B
            ON B.CUST_NO = X.CUST_NO
           AND B.TENANT_NO = X.TENANT_NO
         WHERE X.VALID_FLG = '1'
           AND (B.CUST_NO IS NULL OR B.VALID_FLG <> '1')
         ORDER BY X.SYS_ID, X.TENANT_NO, X.CUST_NO, X.EXT_CUST_ID
    END-EXEC.

    EXEC SQL OPEN XREF-CHK-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '外部客户号对照检查游标打开失败'
       CLOSE REPORT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH XREF-CHK-CUR
            INTO :WS-SYS-ID, :WS-EXT-CUST-ID, :WS-TENANT-NO,
                 :WS-CUST-NO, :WS-EFFT-DT, :WS-ISSUE-CD, :WS-CLS-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-XREF-EXCEPTION
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '外部客户号对照检查游标读取失败，清单可能不完整'
    END-IF.

    EXEC SQL CLOSE XREF-CHK-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING '例外笔数:'     DELIMITED BY SIZE
           WS-HIT-COUNT    DELIMITED BY SIZE
           ' 客户不存在:'  DELIMITED BY SIZE
           WS-MISS-COUNT   DELIMITED BY SIZE
           ' 客户已并出:'  DELIMITED BY SIZE
           WS-MRGD-COUNT   DELIMITED BY SIZE
           ' 客户已销户:'  DELIMITED BY SIZE
           WS-CLSD-COUNT   DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同PEPRECFM01)
    MOVE WS-HIT-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '外部客户号对照完整性检查完成，例外笔数:' WS-HIT-COUNT

    GOBACK.

*> 写出一条例外对照：已并出的经MRGFWD01带出当前存续客户号，
*> 已销户的带出销户日期
WRITE-XREF-EXCEPTION.
    ADD 1 TO WS-HIT-COUNT
    MOVE SPACES TO WS-FWD-SURV-CUST-NO
    EVALUATE WS-ISSUE-CD
       WHEN 'MISS'
          ADD 1 TO WS-MISS-COUNT
          MOVE '客户不存在' TO WS-ISSUE-TXT
       WHEN 'MRGD'
          ADD 1 TO WS-MRGD-COUNT
          MOVE '客户已并出 存续:' TO WS-ISSUE-TXT
          CALL 'MRGFWD01' USING WS-TENANT-NO, WS-CUST-NO,
                                WS-FWD-SURV-CUST-NO, WS-FWD-HOP-COUNT,
                                WS-FWD-RESP-CODE, WS-FWD-RESP-MSG
          END-CALL
          IF WS-FWD-RESP-CODE NOT = 'W20001'
             MOVE 'UNRESOLVED' TO WS-FWD-SURV-CUST-NO
          END-IF
       WHEN OTHER
          ADD 1 TO WS-CLSD-COUNT
          MOVE '客户已销户 销户日:' TO WS-ISSUE-TXT
          MOVE WS-CLS-DT TO WS-FWD-SURV-CUST-NO
    END-EVALUATE

    MOVE SPACES TO REPORT-RECORD
    STRING WS-SYS-ID            DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-EXT-CUST-ID       DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-CUST-NO           DELIMITED BY SIZE
           ' 生效:'             DELIMITED BY SIZE
           WS-EFFT-DT           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-ISSUE-CD          DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-ISSUE-TXT         DELIMITED BY '  '
           WS-FWD-SURV-CUST-NO  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 系统业务日期经BIZDATE01日历服务取得
READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.
