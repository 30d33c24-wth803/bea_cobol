IDENTIFICATION DIVISION.
PROGRAM-ID. IDVRESP01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESULT-FILE ASSIGN TO 'IDV.RESULT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 公安联网核查网关回盘文件：一行一个送核客户的核查结果，带全行
*> 约定的头/尾记录(FILEVER01校验记录数与校验合计)
FD  RESULT-FILE.
01  RESULT-RECORD.
    05  RS-TENANT-NO           PIC X(10).     *> 租户编号
    05  RS-CUST-NO             PIC X(20).     *> 客户编号
    05  RS-CRTF-NO             PIC X(20).     *> 证件号码
    05  RS-RSLT-CD             PIC X(02).     *> 核查结果代码(00一致/
                                              *> 01姓名不符/02证件已
                                              *> 注销/03仅照片比对)
    05  RS-RSLT-DT             PIC X(08).     *> 核查日期(YYYYMMDD)

*> 核查不符清单(按业务日期一个文件)
FD  REPORT-FILE.
01  REPORT-RECORD               PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

01  WS-EOF-FLG                  PIC X(01) VALUE 'N'.
01  WS-MATCH-COUNT              PIC 9(7) VALUE 0.
01  WS-MISMATCH-COUNT           PIC 9(7) VALUE 0.
01  WS-EXCP-COUNT               PIC 9(7) VALUE 0.
01  WS-RPT-FILE-NAME            PIC X(60).

*> 逐行核对工作区
01  WS-OLD-STUS-CD              PIC X(01).
01  WS-NEW-STUS-CD              PIC X(01).
01  WS-CUST-CRTF-NO             PIC X(20).
01  WS-CUST-NM                  PIC X(60).
01  WS-RSLT-DESC                PIC X(20).
01  WS-EXCP-MSG                 PIC X(40).

*> 字段级审计通用工作区(同MGMTCNTCPREF01)
01  WS-AUDIT-FLD-NM             PIC X(30).
01  WS-AUDIT-OLD-VAL            PIC X(100).
01  WS-AUDIT-NEW-VAL            PIC X(100).

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收
01  WS-FV-FILE-NAME             PIC X(44) VALUE 'IDV.RESULT'.
01  WS-FV-INTERFACE-ID          PIC X(10) VALUE 'IDVRESP'.
01  WS-FV-RESP-CODE             PIC X(06).
01  WS-FV-RESP-MSG              PIC X(50).
01  WS-FV-REC-COUNT             PIC 9(09).
01  WS-FV-BIZ-DT                PIC X(08).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO             PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD               PIC X(01).
01  WS-BD-SET-DT                PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE             PIC X(06).
01  WS-BD-RESP-MSG              PIC X(50).
01  WS-BD-BIZ-DT                PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RR-JOB-NM                PIC X(20) VALUE 'IDVRESP01'.
01  WS-RR-REC-COUNT             PIC 9(09).
01  WS-RR-RESP-CODE             PIC X(06).
01  WS-RR-RESP-MSG              PIC X(50).

*> 证据链入链工作区(AUDCHAIN01)：各证据表的写入行按所属链的规范
*> 布局拼成400字节内容入链，链序号/摘要/入链时刻随行写入
01  WS-CHAIN-ID            PIC X(10).
01  WS-CHAIN-CONTENT       PIC X(400).
*> 变更审计链(CHGAUD)规范内容
01  WS-CHAIN-AUD-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-AUD-CUST-NO       PIC X(20).
    05  WS-CHAIN-AUD-FLD-NM        PIC X(30).
    05  WS-CHAIN-AUD-OLD-VAL       PIC X(100).
    05  WS-CHAIN-AUD-NEW-VAL       PIC X(100).
    05  FILLER                     PIC X(150).
01  WS-CHAIN-TM            PIC X(26).
01  WS-CHAIN-SEQ-NO        PIC 9(12).
01  WS-CHAIN-PREV-HASH     PIC X(32).
01  WS-CHAIN-ROW-HASH      PIC X(32).
01  WS-CHAIN-RESP-CODE     PIC X(06).
01  WS-CHAIN-RESP-MSG      PIC X(50).

*> 证件号码令牌化工作区(CRTFTOKEN01)：回盘明文号码换令牌与客户
*> 主档比对(令牌库没有的沿用原值，兼容旧数据)；清单只出掩码号
01  WS-LOOKUP-MODE-CD      PIC X(01) VALUE 'L'.
01  WS-MASK-MODE-CD        PIC X(01) VALUE 'M'.
01  WS-RS-CRTF-KEY         PIC X(20).
01  WS-RS-CRTF-MASK        PIC X(20).
01  WS-CRTF-TOKEN          PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

PROCEDURE DIVISION.
*> 开户联网核查结果回写批：IDVREQ01送出的客户经公安联网核查
*> 网关核对后回盘，逐行把核查结果落客户主档IDV_STUS_CD('2'一致/
*> '3'姓名不符/'4'证件已注销/'5'仅照片比对)与IDV_RSLT_DT，状态
*> 变更全程留审计——开户时做过身份核验从此有据可查。不一致的
*> 客户列入核查不符清单，CTRLSCRN01对其转人工复核直至柜员经
*> MGMTIDV01核实处理。只接受处于待核查/已送核查状态的客户的
*> 回盘，柜员已处理或已有结论的客户不被迟到回盘覆盖
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'IDV.MISMATCH.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT           DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    *> 0) 入站文件按全行头尾约定先整体校验，不过即整批拒收
    CALL 'FILEVER01' USING WS-FV-FILE-NAME, WS-FV-INTERFACE-ID,
                           WS-FV-RESP-CODE, WS-FV-RESP-MSG,
                           WS-FV-REC-COUNT, WS-FV-BIZ-DT
    END-CALL
    IF WS-FV-RESP-CODE NOT = '000000'
       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-RECORD
       STRING 'FILE REJECTED: ' DELIMITED BY SIZE
              WS-FV-RESP-MSG    DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '联网核查回盘文件校验不过，整批拒收:' WS-FV-RESP-MSG
       GOBACK
    END-IF

    OPEN INPUT RESULT-FILE
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '开户联网核查不符清单 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ RESULT-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF RESULT-RECORD(1:2) NOT = 'HD'
                AND RESULT-RECORD(1:2) NOT = 'TR'
                PERFORM APPLY-ONE-RESULT
             END-IF
       END-READ
    END-PERFORM

    MOVE SPACES TO REPORT-RECORD
    STRING '文件申报记录数:' DELIMITED BY SIZE
           WS-FV-REC-COUNT   DELIMITED BY SIZE
           ' 一致:'          DELIMITED BY SIZE
           WS-MATCH-COUNT    DELIMITED BY SIZE
           ' 不符:'          DELIMITED BY SIZE
           WS-MISMATCH-COUNT DELIMITED BY SIZE
           ' 异常:'          DELIMITED BY SIZE
           WS-EXCP-COUNT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE RESULT-FILE
    CLOSE REPORT-FILE

    *> 报表产出登记(同DUPSCAN01)
    MOVE WS-MISMATCH-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '开户联网核查结果回写批完成，一致:' WS-MATCH-COUNT
            ' 不符:' WS-MISMATCH-COUNT ' 异常:' WS-EXCP-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 回写一行核查结果：结果代码映射为核查状态，客户须在网、证件
*> 号码与回盘一致且处于待核查/已送核查状态；状态与审计同一
*> 提交范围(逐行提交)
APPLY-ONE-RESULT.
    MOVE RS-CRTF-NO TO WS-RS-CRTF-KEY
    CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD, RS-CRTF-NO,
                             WS-CRTF-TOKEN, WS-RS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000' AND WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO WS-RS-CRTF-KEY
    END-IF
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, RS-CRTF-NO,
                             WS-CRTF-TOKEN, WS-RS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL

    EVALUATE RS-RSLT-CD
       WHEN '00'
          MOVE '2' TO WS-NEW-STUS-CD
          MOVE '核查一致' TO WS-RSLT-DESC
       WHEN '01'
          MOVE '3' TO WS-NEW-STUS-CD
          MOVE '姓名不符' TO WS-RSLT-DESC
       WHEN '02'
          MOVE '4' TO WS-NEW-STUS-CD
          MOVE '证件已注销' TO WS-RSLT-DESC
       WHEN '03'
          MOVE '5' TO WS-NEW-STUS-CD
          MOVE '仅照片比对' TO WS-RSLT-DESC
       WHEN OTHER
          MOVE '核查结果代码无法识别' TO WS-EXCP-MSG
          PERFORM WRITE-EXCEPTION-LINE
          EXIT PARAGRAPH
    END-EVALUATE

    MOVE SPACES TO WS-OLD-STUS-CD
    MOVE SPACES TO WS-CUST-CRTF-NO
    MOVE SPACES TO WS-CUST-NM
    EXEC SQL
        SELECT COALESCE(IDV_STUS_CD, ' '), CRTF_NO, CUST_NM
          INTO :WS-OLD-STUS-CD, :WS-CUST-CRTF-NO, :WS-CUST-NM
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :RS-CUST-NO
           AND TENANT_NO = :RS-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE '客户不存在或已失效' TO WS-EXCP-MSG
       PERFORM WRITE-EXCEPTION-LINE
       EXIT PARAGRAPH
    END-IF

    IF WS-CUST-CRTF-NO NOT = WS-RS-CRTF-KEY
       MOVE '回盘证件号码与客户主档不一致' TO WS-EXCP-MSG
       PERFORM WRITE-EXCEPTION-LINE
       EXIT PARAGRAPH
    END-IF

    IF WS-OLD-STUS-CD NOT = '0' AND WS-OLD-STUS-CD NOT = '1'
       MOVE '客户不处于待核查状态，回盘忽略' TO WS-EXCP-MSG
       PERFORM WRITE-EXCEPTION-LINE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE CUSTOMER_BASIC_INFO
           SET IDV_STUS_CD = :WS-NEW-STUS-CD,
               IDV_RSLT_DT = :RS-RSLT-DT,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :RS-CUST-NO
           AND TENANT_NO = :RS-TENANT-NO
           AND IDV_STUS_CD = :WS-OLD-STUS-CD
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE '核查状态回写失败' TO WS-EXCP-MSG
       EXEC SQL ROLLBACK END-EXEC
       PERFORM WRITE-EXCEPTION-LINE
       EXIT PARAGRAPH
    END-IF

    MOVE 'IDV_STUS_CD' TO WS-AUDIT-FLD-NM
    MOVE WS-OLD-STUS-CD TO WS-AUDIT-OLD-VAL
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING WS-NEW-STUS-CD DELIMITED BY SIZE
           ' RSLT=' DELIMITED BY SIZE
           RS-RSLT-CD DELIMITED BY SIZE
           ' DT=' DELIMITED BY SIZE
           RS-RSLT-DT DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING
    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE RS-CUST-NO TO WS-CHAIN-AUD-CUST-NO
    MOVE WS-AUDIT-FLD-NM TO WS-CHAIN-AUD-FLD-NM
    MOVE WS-AUDIT-OLD-VAL TO WS-CHAIN-AUD-OLD-VAL
    MOVE WS-AUDIT-NEW-VAL TO WS-CHAIN-AUD-NEW-VAL
    MOVE 'CHGAUD' TO WS-CHAIN-ID
    MOVE SPACES TO WS-CHAIN-TM
    PERFORM CHAIN-EVIDENCE-ROW
    IF WS-CHAIN-RESP-CODE = '000000'
       EXEC SQL
           INSERT INTO CUST_INFO_CHG_AUDIT (
               CUST_NO, FLD_NM, OLD_VAL, NEW_VAL, CHG_TM,
               CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH
           ) VALUES (
               :RS-CUST-NO, :WS-AUDIT-FLD-NM, :WS-AUDIT-OLD-VAL,
               :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
               :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
               :WS-CHAIN-ROW-HASH
           )
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE '核查状态审计写入失败' TO WS-EXCP-MSG
       EXEC SQL ROLLBACK END-EXEC
       PERFORM WRITE-EXCEPTION-LINE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC

    IF WS-NEW-STUS-CD = '2'
       ADD 1 TO WS-MATCH-COUNT
       EXIT PARAGRAPH
    END-IF

    *> 核查不符的客户列入清单，供网点联系客户并经MGMTIDV01处理
    ADD 1 TO WS-MISMATCH-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING RS-TENANT-NO  DELIMITED BY SIZE
           ' '           DELIMITED BY SIZE
           RS-CUST-NO    DELIMITED BY SIZE
           ' '           DELIMITED BY SIZE
           WS-RS-CRTF-MASK DELIMITED BY SIZE
           ' '           DELIMITED BY SIZE
           WS-CUST-NM    DELIMITED BY SIZE
           ' '           DELIMITED BY SIZE
           WS-RSLT-DESC  DELIMITED BY SIZE
           ' '           DELIMITED BY SIZE
           RS-RSLT-DT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 无法回写的回盘行连同原因列入清单(异常段)
WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-EXCP-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING '异常 '       DELIMITED BY SIZE
           RS-TENANT-NO  DELIMITED BY SIZE
           ' '           DELIMITED BY SIZE
           RS-CUST-NO    DELIMITED BY SIZE
           ' '           DELIMITED BY SIZE
           WS-RS-CRTF-MASK DELIMITED BY SIZE
           ' '           DELIMITED BY SIZE
           RS-RSLT-CD    DELIMITED BY SIZE
           ' '           DELIMITED BY SIZE
           WS-EXCP-MSG   DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 证据链入链：WS-CHAIN-ID/WS-CHAIN-CONTENT/WS-CHAIN-TM由调用处备好，
*> 取回链序号与摘要随后写入本行(入链时刻空白时由AUDCHAIN01取当前
*> 时刻回送，作本行时间戳)
CHAIN-EVIDENCE-ROW.
    CALL 'AUDCHAIN01' USING WS-CHAIN-ID, WS-CHAIN-CONTENT, WS-CHAIN-TM,
                            WS-CHAIN-SEQ-NO, WS-CHAIN-PREV-HASH,
                            WS-CHAIN-ROW-HASH, WS-CHAIN-RESP-CODE,
                            WS-CHAIN-RESP-MSG
    END-CALL.
