        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SUB-DELTA-FILE ASSIGN TO WS-SUB-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT WITHHELD-FILE ASSIGN TO WS-WHLD-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SUB-DELTA-FILE.
01  SUB-DELTA-RECORD           PIC X(88).

*> 共享同意扣发报告：集团关联机构/外部第三方订阅系统因客户未
*> 同意(或已撤回)该目的的数据共享而未发的客户，一行一条
FD  WITHHELD-FILE.
01  WITHHELD-RECORD            PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.
        10  WS-SUB-PROFILE-FLG   PIC X(01).
        10  WS-SUB-ROUTE-FLG     PIC X(01).
        10  WS-SUB-MERGE-FLG     PIC X(01).
        10  WS-SUB-RECIP-CTGY-CD PIC X(02).
01  WS-SUB-I                     PIC 9(3).
01  WS-SUB-FILE-NAME             PIC X(44).
01  WS-SUB-REC-COUNT             PIC 9(7).
01  WS-CUR-SUB-PROFILE-FLG       PIC X(01).
01  WS-CUR-SUB-ROUTE-FLG         PIC X(01).
01  WS-CUR-SUB-MERGE-FLG         PIC X(01).
01  WS-CUR-SUB-RECIP-CTGY-CD     PIC X(02).

*> 数据共享同意检查(SHRCNSNTCHK01)工作区：接收方类别01集团关联
*> 机构/02外部第三方的订阅系统，客户须对其登记的共享目的有有效
*> 同意才发；00行内系统不查
01  WS-SC-RESP-CODE              PIC X(06).
01  WS-SC-RESP-MSG               PIC X(50).
01  WS-SC-PERMIT-FLG             PIC X(01).
01  WS-SC-PURPOSE-CD             PIC X(02).
01  WS-SC-RECIP-CTGY-CD          PIC X(02).
01  WS-WHLD-COUNT                PIC 9(7) VALUE 0.

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-WHLD-FILE-NAME            PIC X(60).
01  WS-RR-JOB-NM                 PIC X(20) VALUE 'CUSTDELTA01'.
01  WS-RR-REC-COUNT              PIC 9(09).
01  WS-RR-RESP-CODE              PIC X(06).
01  WS-RR-RESP-MSG               PIC X(50).

*> 全行文件头/尾/校验合计统一拼装(FILEWRAP01)工作区：头尾与
*> 校验算法改用全行约定，接收方经FILEVER01校验后消费

    *> 按订阅登记逐订阅系统生成分发文件：每个下游只拿到自己
    *> 订阅的租户范围与变动类别的客户
    *> 对外提供的订阅系统另按客户数据共享同意过滤，未获同意扣发
    *> 的客户落扣发报告
    MOVE SPACES TO WS-WHLD-FILE-NAME
    STRING 'CUST.DELTA.WITHHELD.REPORT.' DELIMITED BY SIZE
           WS-BIZ-DT                     DELIMITED BY SIZE
      INTO WS-WHLD-FILE-NAME
    END-STRING
    OPEN OUTPUT WITHHELD-FILE
    MOVE SPACES TO WITHHELD-RECORD
    STRING '客户增量分发共享同意扣发报告 业务日期:' DELIMITED BY SIZE
           WS-BIZ-DT                               DELIMITED BY SIZE
      INTO WITHHELD-RECORD
    END-STRING
    WRITE WITHHELD-RECORD

    PERFORM LOAD-SUBSCRIPTIONS
    PERFORM VARYING WS-SUB-I FROM 1 BY 1
            UNTIL WS-SUB-I > WS-SUB-COUNT
       PERFORM WRITE-ONE-SUBSCRIBER-FILE
    END-PERFORM

    MOVE SPACES TO WITHHELD-RECORD
    STRING '扣发合计:'    DELIMITED BY SIZE
           WS-WHLD-COUNT  DELIMITED BY SIZE
      INTO WITHHELD-RECORD
    END-STRING
    WRITE WITHHELD-RECORD
    CLOSE WITHHELD-FILE

    *> 报表产出登记：需跟进的是扣发条数
    MOVE WS-WHLD-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BIZ-DT,
                             WS-WHLD-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '当日客户变动增量抽取完成，客户数:' WS-DELTA-COUNT
            ' 订阅系统数:' WS-SUB-COUNT ' 共享同意扣发:' WS-WHLD-COUNT.

    GOBACK.

        SELECT SUBSCRIBER_SYS_ID, TENANT_NO,
               COALESCE(PROFILE_FLG, 'Y'),
               COALESCE(ROUTE_FLG, 'Y'),
               COALESCE(MERGE_FLG, 'Y'),
               COALESCE(RECIPIENT_CTGY_CD, '00')
          FROM NOTIFY_SUBSCRIPTION
         WHERE VALID_FLG = '1'
         ORDER BY SUBSCRIBER_SYS_ID
           FETCH DELTA-SUB-REG-CUR
            INTO :WS-CUR-SUB-SYS-ID, :WS-CUR-SUB-TENANT-NO,
                 :WS-CUR-SUB-PROFILE-FLG, :WS-CUR-SUB-ROUTE-FLG,
                 :WS-CUR-SUB-MERGE-FLG, :WS-CUR-SUB-RECIP-CTGY-CD
       END-EXEC

       IF SQLCODE = 0
            TO WS-SUB-ROUTE-FLG(WS-SUB-COUNT)
          MOVE WS-CUR-SUB-MERGE-FLG
            TO WS-SUB-MERGE-FLG(WS-SUB-COUNT)
          MOVE WS-CUR-SUB-RECIP-CTGY-CD
            TO WS-SUB-RECIP-CTGY-CD(WS-SUB-COUNT)
       END-IF
    END-PERFORM.

    MOVE WS-SUB-PROFILE-FLG(WS-SUB-I) TO WS-CUR-SUB-PROFILE-FLG
    MOVE WS-SUB-ROUTE-FLG(WS-SUB-I) TO WS-CUR-SUB-ROUTE-FLG
    MOVE WS-SUB-MERGE-FLG(WS-SUB-I) TO WS-CUR-SUB-MERGE-FLG
    MOVE WS-SUB-RECIP-CTGY-CD(WS-SUB-I) TO WS-CUR-SUB-RECIP-CTGY-CD

    MOVE SPACES TO WS-SUB-FILE-NAME
    STRING 'CUST.DELTA.'
    CLOSE SUB-DELTA-FILE.

*> 写出一个订阅系统视角的变动客户：变动类别与该订阅系统的订阅
*> 标志求交，没有命中订阅类别的客户整行不发；对外提供的订阅系统
*> 再核客户数据共享同意，未获同意的扣发并落扣发报告
WRITE-ONE-SUB-DELTA-RECORD.
    PERFORM COMPUTE-CHANGE-FLAGS

       EXIT PARAGRAPH
    END-IF

    IF WS-CUR-SUB-RECIP-CTGY-CD NOT = '00'
       AND WS-CUR-SUB-RECIP-CTGY-CD NOT = SPACES
       CALL 'SHRCNSNTCHK01' USING WS-TENANT-NO, WS-CUST-NO,
                                  WS-CUR-SUB-SYS-ID, WS-SC-RESP-CODE,
                                  WS-SC-RESP-MSG, WS-SC-PERMIT-FLG,
                                  WS-SC-PURPOSE-CD, WS-SC-RECIP-CTGY-CD
       END-CALL
       IF WS-SC-PERMIT-FLG NOT = 'Y'
          PERFORM WRITE-WITHHELD-LINE
          EXIT PARAGRAPH
       END-IF
    END-IF

    ADD 1 TO WS-SUB-REC-COUNT

    MOVE SPACES TO DELTA-RECORD
    WRITE SUB-DELTA-RECORD FROM DELTA-RECORD
    PERFORM ACCUM-FILE-CHECKSUM.

*> 扣发报告行：订阅系统/租户/客户/共享目的/接收方类别/原因
WRITE-WITHHELD-LINE.
    ADD 1 TO WS-WHLD-COUNT
    MOVE SPACES TO WITHHELD-RECORD
    STRING WS-CUR-SUB-SYS-ID    DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-CUST-NO           DELIMITED BY SIZE
           ' 目的:'             DELIMITED BY SIZE
           WS-SC-PURPOSE-CD     DELIMITED BY SIZE
           ' 类别:'             DELIMITED BY SIZE
           WS-SC-RECIP-CTGY-CD  DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-SC-RESP-MSG       DELIMITED BY SIZE
      INTO WITHHELD-RECORD
    END-STRING
    WRITE WITHHELD-RECORD.

*> ---- 全行头尾约定的三个拼装入口(FILEWRAP01) ----
BUILD-FILE-HEADER.
    MOVE 'H' TO WS-FW-MODE-CD
