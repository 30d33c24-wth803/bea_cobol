ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXTRACT-FILE ASSIGN TO WS-EXT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PART-FILE ASSIGN TO WS-PT-PART-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PT-FILE-STATUS.
    SELECT SORT-FILE ASSIGN TO 'REGCUSTEXT.SORTWK'.

DATA DIVISION.
FILE SECTION.
*> 持久化的、最接近的客户分类字段，用作监管文件"风险等级"列的
*> 替代，而不是新造一个目前任何程序都不维护的列
    05  EXT-RISK-LVL-CD        PIC X(02).
*> NATION_CD(国籍)取PERSONAL_CUSTOMER_INFO真实列(开户采集/
*> MGMTADDR01维护)，追加在记录末尾，格式版本随之升为'03'
    05  EXT-NATION-CD          PIC X(03).

*> 受益所有人记录布局(同一文件内跟在客户记录之后，'BO'打头，
*> 覆盖对公客户的受益所有人——监管检查连续两年要求报送)
    05  EXT-TR-OWNER-COUNT     PIC 9(07).
    05  EXT-TR-CRTF-HASH-TOTAL PIC 9(18).

*> 分区抽取文件(合并步读入)：只有客户记录与受益所有人记录，文件
*> 头/尾由合并步统一写
FD  PART-FILE.
01  PART-RECORD                PIC X(209).

*> 合并排序记录：记录组(1客户/2受益所有人)+客户号+原记录，合并后
*> 与单跑一样客户记录在前、受益所有人在后，各按客户号排列
SD  SORT-FILE.
01  SORT-RECORD.
    05  SR-GROUP-CD            PIC X(01).
    05  SR-CUST-NO             PIC X(20).
    05  SR-DATA                PIC X(209).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.
01  WS-CRTF-TRIMMED             PIC X(20).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑；业务日期取BIZDATE01，分区实例
*> 跨午夜也与合并步同归一个业务日期
01  WS-RUN-PARM            PIC X(40).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'REGCUSTEXT01'.
01  WS-RC-BIZ-DT           PIC X(08).
01  WS-RC-MODE-CD          PIC X(01).
01  WS-RC-RESP-MSG         PIC X(50).
01  WS-RC-RESTART-KEY      PIC X(20).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO        PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD          PIC X(01).
01  WS-BD-SET-DT           PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

01  WS-EXT-FILE-NAME       PIC X(60) VALUE 'REGULATORY.CUST.EXTRACT'.

*> 分区并行(BATPART01)工作区：命令行21-40位分区参数，分区实例只
*> 抽本分区客户(及本分区对公客户的受益所有人)、以'REGCUSTEXT01.
*> Pnnn'登记运行控制；合并步(M)核对各分区全部完成后汇成与单跑
*> 相同的报送文件(文件头/尾、记录数与证件号哈希合计由合并步重算)
01  WS-PT-MODE-CD           PIC X(01).
01  WS-PT-JOB-NM            PIC X(20) VALUE 'REGCUSTEXT01'.
01  WS-PT-SPEC              PIC X(20).
01  WS-PT-RESP-CODE         PIC X(06).
01  WS-PT-RESP-MSG          PIC X(50).
01  WS-PT-RUN-MODE-CD       PIC X(01).
01  WS-PT-PART-NO           PIC 9(03).
01  WS-PT-PART-CNT          PIC 9(03).
01  WS-PT-BUCKET-NO         PIC 9(03).
01  WS-PT-LOW-CUST-NO       PIC X(20).
01  WS-PT-HIGH-CUST-NO      PIC X(20).
01  WS-PT-PART-JOB-NM       PIC X(20).
01  WS-PT-FORCE-FLG         PIC X(01).
01  WS-PT-RECORDS           PIC 9(09).
01  WS-PT-MERGE-PART-NO     PIC 9(03).
01  WS-PT-PART-FILE-NAME    PIC X(60).
01  WS-PT-FILE-STATUS       PIC X(02).
01  WS-PT-EOF-FLG           PIC X(01).
01  WS-PT-MERGE-FAIL-FLG    PIC X(01) VALUE 'N'.

*> 受益所有人游标读出的一行数据
01  WS-BO-CUST-NO               PIC X(20).
01  WS-BO-OWNER-NM              PIC X(60).
01  WS-EXT-CUST-LVL-CD          PIC X(02).
01  WS-EXT-CAREER-TYP-CD        PIC X(02).
01  WS-EXT-ADDR                 PIC X(100).
01  WS-EXT-NATION-CD            PIC X(03).

*> 内外代码翻译(CODEMAP01)工作区：职业/风险等级/国籍落盘前按接口
*> REGCUST的映射集翻成监管代码，映射缺口按原值透传(W20310)
01  WS-CM-IFACE-ID              PIC X(10) VALUE 'REGCUST'.
01  WS-CM-CODE-SET-CD           PIC X(20).
01  WS-CM-RESP-MSG              PIC X(50).
01  WS-CM-EXT-VAL               PIC X(10).

*> 证件号码解密(DETOKEN01批处理调用)工作区：监管报送文件须带证件号码
*> 明文，本程序在PII_DETOKEN_BATCH_AUTH登记后方可解密
01  WS-DT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-DT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-DT-CUST-NO           PIC X(20).
01  WS-DT-CALLER-PGM        PIC X(30) VALUE 'REGCUSTEXT01'.
01  WS-DT-CRTF-TOKEN        PIC X(20).
01  WS-DT-CRTF-NO           PIC X(20).
01  WS-DT-FAIL-COUNT        PIC 9(7) VALUE 0.
01  WS-DT-RESP-CODE         PIC X(06).
01  WS-DT-RESP-MSG          PIC X(50).

*> 监管报送跟踪(REGFILTRK01)工作区：整表报送文件(单跑或分区合并)
*> 产出后登记到报送日历中本作业名下各义务的所属期次
01  WS-FT-MODE-CD           PIC X(01) VALUE 'P'.
01  WS-FT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-FT-OBLIG-ID          PIC X(12) VALUE SPACES.
01  WS-FT-SRC-JOB-NM        PIC X(20) VALUE 'REGCUSTEXT01'.
01  WS-FT-REC-CNT           PIC 9(09).
01  WS-FT-FILING-REF-NO     PIC X(30) VALUE SPACES.
01  WS-FT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-FT-RESP-CODE         PIC X(06).
01  WS-FT-RESP-MSG          PIC X(50).
01  WS-FT-UPD-CNT           PIC 9(05).

PROCEDURE DIVISION.
MAIN-LOGIC.
    *> 批量运行控制：登记起跑；同作业同日已完成且未带FORCE
    ELSE
       MOVE 'N' TO WS-RC-FORCE-FLG
    END-IF
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL
    MOVE WS-BD-BIZ-DT TO WS-RC-BIZ-DT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 分区参数：空白为整表单跑；M为合并步；H/R为分区实例，按分区
    *> 作业名登记运行控制(已完成的分区直接跳过，重跑只补失败的
    *> 分区)
    MOVE WS-RUN-PARM(21:20) TO WS-PT-SPEC
    MOVE 'P' TO WS-PT-MODE-CD
    PERFORM CALL-BATPART
    IF WS-PT-RESP-CODE NOT = '000000'
       DISPLAY '分区参数不正确:' WS-PT-RESP-MSG
       GOBACK
    END-IF
    IF WS-PT-FORCE-FLG = 'Y'
       MOVE 'Y' TO WS-RC-FORCE-FLG
    END-IF
    IF WS-PT-RUN-MODE-CD = 'M'
       PERFORM MERGE-PART-EXTRACTS
       GOBACK
    END-IF
    IF WS-PT-RUN-MODE-CD NOT = SPACES
       MOVE WS-PT-PART-JOB-NM TO WS-RC-JOB-NM
       MOVE SPACES TO WS-PT-PART-FILE-NAME
       STRING FUNCTION TRIM(WS-EXT-FILE-NAME) DELIMITED BY SIZE
              '.P' DELIMITED BY SIZE
              WS-PT-PART-NO DELIMITED BY SIZE
         INTO WS-PT-PART-FILE-NAME
       END-STRING
       MOVE WS-PT-PART-FILE-NAME TO WS-EXT-FILE-NAME
    END-IF

    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    MOVE SPACES TO WS-RC-CHKPT-KEY
    PERFORM CALL-BATRUNCTL
    IF WS-RC-RESP-CODE = 'F20060' AND WS-PT-RUN-MODE-CD NOT = SPACES
       DISPLAY '分区已完成，跳过:' WS-RC-JOB-NM
       GOBACK
    END-IF
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    OPEN OUTPUT EXTRACT-FILE

    *> 文件头：抽取日期+租户范围(全租户抽取固定'ALL')+格式版本；
    *> 分区文件不带头尾
    IF WS-PT-RUN-MODE-CD = SPACES
       PERFORM WRITE-EXTRACT-HEADER
    END-IF

    *> 取出全部有效对私客户(基本信息和个人信息均有效)的姓名、
    *> 证件类型/号码、性别、出生日期、客户等级、职业、国籍，
    *> 按客户编号排列
    EXEC SQL
        DECLARE REG-EXTRACT-CUR CURSOR FOR
        SELECT B.CUST_NO, B.CUST_NM, B.CRTF_TYP_CD, B.CRTF_NO,
               P.GENDER_CD, P.BIRTH_DT, B.CUST_LVL_CD,
               P.CAREER_TYP_CD, COALESCE(P.NATION_CD, ' ')
          FROM CUSTOMER_BASIC_INFO B
          JOIN PERSONAL_CUSTOMER_INFO P
            ON P.CUST_NO = B.CUST_NO
         WHERE B.CUST_TYP_CD IN ('0', '01')
           AND B.VALID_FLG = '1'
           AND P.VALID_FLG = '1'
           AND (:WS-PT-RUN-MODE-CD = ' '
                OR (:WS-PT-RUN-MODE-CD = 'H'
                    AND MOD(ASCII(SUBSTR(B.CUST_NO,
                                LENGTH(TRIM(B.CUST_NO)) - 1, 1)) * 10
                            + ASCII(SUBSTR(B.CUST_NO,
                                LENGTH(TRIM(B.CUST_NO)), 1)),
                            :WS-PT-PART-CNT) = :WS-PT-BUCKET-NO)
                OR (:WS-PT-RUN-MODE-CD = 'R'
                    AND B.CUST_NO >= :WS-PT-LOW-CUST-NO
                    AND B.CUST_NO <= :WS-PT-HIGH-CUST-NO))
         ORDER BY B.CUST_NO
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '监管客户信息抽取游标打开失败'
       CLOSE EXTRACT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       PERFORM CALL-BATRUNCTL
       GOBACK
    END-IF.

            INTO :WS-EXT-CUST-NO, :WS-EXT-CUST-NM,
                 :WS-EXT-CRTF-TYP-CD, :WS-EXT-CRTF-NO,
                 :WS-EXT-GENDER-CD, :WS-EXT-BIRTH-DT,
                 :WS-EXT-CUST-LVL-CD, :WS-EXT-CAREER-TYP-CD,
                 :WS-EXT-NATION-CD
       END-EXEC

       IF SQLCODE = 0
    PERFORM EXTRACT-BENEF-OWNERS

    *> 文件尾：记录数与证件号哈希合计
    IF WS-PT-RUN-MODE-CD = SPACES
       PERFORM WRITE-EXTRACT-TRAILER
    END-IF

    CLOSE EXTRACT-FILE

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-EXTRACT-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

    *> 整表报送文件登记到报送跟踪(分区文件待合并步登记)
    IF WS-PT-RUN-MODE-CD = SPACES
       PERFORM REGISTER-FILING-OUTPUT
    END-IF

    DISPLAY '监管客户信息抽取批处理完成，抽取记录数:'
            WS-EXTRACT-COUNT
    DISPLAY '受益所有人记录数:' WS-OWNER-COUNT.
    DISPLAY '证件号码解密失败数:' WS-DT-FAIL-COUNT.

    GOBACK.

           AND B.TENANT_NO = O.TENANT_NO
         WHERE O.VALID_FLG = '1'
           AND B.VALID_FLG = '1'
           AND (:WS-PT-RUN-MODE-CD = ' '
                OR (:WS-PT-RUN-MODE-CD = 'H'
                    AND MOD(ASCII(SUBSTR(O.CUST_NO,
                                LENGTH(TRIM(O.CUST_NO)) - 1, 1)) * 10
                            + ASCII(SUBSTR(O.CUST_NO,
                                LENGTH(TRIM(O.CUST_NO)), 1)),
                            :WS-PT-PART-CNT) = :WS-PT-BUCKET-NO)
                OR (:WS-PT-RUN-MODE-CD = 'R'
                    AND O.CUST_NO >= :WS-PT-LOW-CUST-NO
                    AND O.CUST_NO <= :WS-PT-HIGH-CUST-NO))
         ORDER BY O.CUST_NO
    END-EXEC.

    END-PERFORM.

    EXEC SQL CLOSE REG-OWNER-CUR END-EXEC.
    EXEC SQL COMMIT END-EXEC.

*> 写出一条受益所有人记录
WRITE-OWNER-RECORD.
    ADD 1 TO WS-OWNER-COUNT

    MOVE WS-BO-CUST-NO TO WS-DT-CUST-NO
    MOVE WS-BO-CRTF-NO TO WS-DT-CRTF-TOKEN
    PERFORM DETOKEN-CRTF-NO
    MOVE WS-DT-CRTF-NO TO WS-BO-CRTF-NO

    MOVE SPACES TO EXTRACT-OWNER-RECORD
    MOVE 'BO'                TO EXT-BO-REC-TYP
    MOVE WS-BO-CUST-NO       TO EXT-BO-CORP-CUST-NO
WRITE-EXTRACT-RECORD.
    ADD 1 TO WS-EXTRACT-COUNT

    MOVE WS-EXT-CUST-NO TO WS-DT-CUST-NO
    MOVE WS-EXT-CRTF-NO TO WS-DT-CRTF-TOKEN
    PERFORM DETOKEN-CRTF-NO
    MOVE WS-DT-CRTF-NO TO WS-EXT-CRTF-NO

    PERFORM ADD-CRTF-HASH

    *> 整改销项须有整改证据：仅当客户主档在该整改项登记之后
    *> 被更新过(UPD_TM > 整改项CRT_TM)才销项——本抽取是全量
    END-CALL
    MOVE WS-CM-EXT-VAL(1:2) TO EXT-RISK-LVL-CD

    *> 国籍未采集的存量客户该列留空，不送映射
    IF WS-EXT-NATION-CD NOT = SPACES
       MOVE 'NATION_CD' TO WS-CM-CODE-SET-CD
       MOVE SPACES TO WS-CM-INT-VAL
       MOVE WS-EXT-NATION-CD TO WS-CM-INT-VAL
       CALL 'CODEMAP01' USING WS-CM-IFACE-ID, WS-CM-CODE-SET-CD,
                              WS-CM-INT-VAL, WS-CM-AS-OF-DT,
                              WS-CM-RESP-CODE, WS-CM-RESP-MSG,
                              WS-CM-EXT-VAL
       END-CALL
       MOVE WS-CM-EXT-VAL(1:3) TO EXT-NATION-CD
    END-IF

    WRITE EXTRACT-RECORD.

*> 证件号哈希合计累加(单跑逐条抽取与合并步逐条重算共用)
ADD-CRTF-HASH.
    MOVE FUNCTION TRIM(WS-EXT-CRTF-NO) TO WS-CRTF-TRIMMED
    IF WS-CRTF-TRIMMED NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-CRTF-TRIMMED) = 0
       COMPUTE WS-CRTF-HASH-TOTAL =
               FUNCTION MOD(WS-CRTF-HASH-TOTAL
                            + FUNCTION NUMVAL(WS-CRTF-TRIMMED),
                            1000000000000000000)
    END-IF.

WRITE-EXTRACT-HEADER.
    MOVE SPACES TO EXTRACT-HEADER-RECORD
    MOVE 'HD' TO EXT-HD-REC-TYP
    MOVE WS-CURRENT-DATE TO EXT-HD-EXTRACT-DT
    MOVE 'ALL' TO EXT-HD-TENANT-NO
    MOVE '03' TO EXT-HD-FMT-VER
    WRITE EXTRACT-HEADER-RECORD.

WRITE-EXTRACT-TRAILER.
    MOVE SPACES TO EXTRACT-TRAILER-RECORD
    MOVE 'TR' TO EXT-TR-REC-TYP
    MOVE WS-EXTRACT-COUNT TO EXT-TR-CUST-COUNT
    MOVE WS-OWNER-COUNT TO EXT-TR-OWNER-COUNT
    MOVE WS-CRTF-HASH-TOTAL TO EXT-TR-CRTF-HASH-TOTAL
    WRITE EXTRACT-TRAILER-RECORD.

*> 取客户的报送地址：多地址表当前记录按通讯地址('03')优先、
*> 住宅地址('01')次之、单位地址('02')兜底；尚无任何地址记录
*> 的存量客户该列仍为空，待ADDRBACKFILL01回填
    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-EXT-ADDR
    END-IF.

*> 令牌换回明文(DETOKEN01逐次留痕)：解密不成功的号码留空不落
*> 令牌，计数并记作业日志
DETOKEN-CRTF-NO.
    MOVE SPACES TO WS-DT-CRTF-NO
    CALL 'DETOKEN01' USING WS-DT-OPER-TELR-NO, WS-DT-TENANT-NO,
                           WS-DT-CUST-NO, WS-DT-CALLER-PGM,
                           WS-DT-CRTF-TOKEN, WS-DT-CRTF-NO,
                           WS-DT-RESP-CODE, WS-DT-RESP-MSG
    END-CALL
    IF WS-DT-RESP-CODE NOT = '000000'
       MOVE SPACES TO WS-DT-CRTF-NO
       ADD 1 TO WS-DT-FAIL-COUNT
       DISPLAY '证件号码解密失败 客户号:' WS-DT-CUST-NO
               ' 返回码:' WS-DT-RESP-CODE
    END-IF.

*> 合并步：全部分区完成后以基础作业名登记运行控制；写文件头，
*> 各分区记录按客户记录在前、受益所有人在后，各按客户号排序，
*> 记录数与证件号哈希合计按合并后的记录逐条重算写入文件尾
MERGE-PART-EXTRACTS.
    MOVE 'V' TO WS-PT-MODE-CD
    PERFORM CALL-BATPART
    IF WS-PT-RESP-CODE NOT = '000000'
       DISPLAY '分区合并拒绝:' WS-PT-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    MOVE SPACES TO WS-RC-CHKPT-KEY
    PERFORM CALL-BATRUNCTL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT EXTRACT-FILE
    PERFORM WRITE-EXTRACT-HEADER
    SORT SORT-FILE
        ON ASCENDING KEY SR-GROUP-CD SR-CUST-NO
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS MERGE-READ-PARTS
        OUTPUT PROCEDURE IS MERGE-WRITE-EXTRACT
    PERFORM WRITE-EXTRACT-TRAILER
    CLOSE EXTRACT-FILE

    IF WS-PT-MERGE-FAIL-FLG = 'Y'
       MOVE 'F' TO WS-RC-MODE-CD
    ELSE
       MOVE 'C' TO WS-RC-MODE-CD
    END-IF
    MOVE WS-EXTRACT-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

    IF WS-PT-MERGE-FAIL-FLG NOT = 'Y'
       PERFORM REGISTER-FILING-OUTPUT
    END-IF

    DISPLAY '监管客户信息抽取分区合并完成，分区数:' WS-PT-PART-CNT
            ' 抽取记录数:' WS-EXTRACT-COUNT
    DISPLAY '受益所有人记录数:' WS-OWNER-COUNT.

MERGE-READ-PARTS.
    PERFORM VARYING WS-PT-MERGE-PART-NO FROM 1 BY 1
      UNTIL WS-PT-MERGE-PART-NO > WS-PT-PART-CNT
       MOVE SPACES TO WS-PT-PART-FILE-NAME
       STRING FUNCTION TRIM(WS-EXT-FILE-NAME) DELIMITED BY SIZE
              '.P' DELIMITED BY SIZE
              WS-PT-MERGE-PART-NO DELIMITED BY SIZE
         INTO WS-PT-PART-FILE-NAME
       END-STRING
       PERFORM RELEASE-ONE-PART
    END-PERFORM.

RELEASE-ONE-PART.
    OPEN INPUT PART-FILE
    IF WS-PT-FILE-STATUS NOT = '00'
       DISPLAY '分区抽取文件打开失败:' WS-PT-PART-FILE-NAME
               ' 状态:' WS-PT-FILE-STATUS
       MOVE 'Y' TO WS-PT-MERGE-FAIL-FLG
       EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO WS-PT-EOF-FLG
    PERFORM UNTIL WS-PT-EOF-FLG = 'Y'
       READ PART-FILE
          AT END
             MOVE 'Y' TO WS-PT-EOF-FLG
          NOT AT END
             MOVE PART-RECORD TO SR-DATA
             IF PART-RECORD(1:2) = 'BO'
                MOVE '2' TO SR-GROUP-CD
                MOVE PART-RECORD(3:20) TO SR-CUST-NO
             ELSE
                MOVE '1' TO SR-GROUP-CD
                MOVE PART-RECORD(1:20) TO SR-CUST-NO
             END-IF
             RELEASE SORT-RECORD
       END-READ
    END-PERFORM

    CLOSE PART-FILE.

MERGE-WRITE-EXTRACT.
    MOVE 'N' TO WS-PT-EOF-FLG
    PERFORM UNTIL WS-PT-EOF-FLG = 'Y'
       RETURN SORT-FILE
          AT END
             MOVE 'Y' TO WS-PT-EOF-FLG
          NOT AT END
             PERFORM WRITE-MERGED-RECORD
       END-RETURN
    END-PERFORM.

WRITE-MERGED-RECORD.
    IF SR-GROUP-CD = '2'
       MOVE SR-DATA TO EXTRACT-OWNER-RECORD
       ADD 1 TO WS-OWNER-COUNT
       WRITE EXTRACT-OWNER-RECORD
    ELSE
       MOVE SR-DATA TO EXTRACT-RECORD
       ADD 1 TO WS-EXTRACT-COUNT
       MOVE EXT-CRTF-NO TO WS-EXT-CRTF-NO
       PERFORM ADD-CRTF-HASH
       WRITE EXTRACT-RECORD
    END-IF.

CALL-BATPART.
    CALL 'BATPART01' USING WS-PT-MODE-CD, WS-PT-JOB-NM,
                           WS-RC-BIZ-DT, WS-PT-SPEC,
                           WS-PT-RESP-CODE, WS-PT-RESP-MSG,
                           WS-PT-RUN-MODE-CD, WS-PT-PART-NO,
                           WS-PT-PART-CNT, WS-PT-BUCKET-NO,
                           WS-PT-LOW-CUST-NO, WS-PT-HIGH-CUST-NO,
                           WS-PT-PART-JOB-NM, WS-PT-FORCE-FLG,
                           WS-PT-RECORDS
    END-CALL.

CALL-BATRUNCTL.
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL.

*> 报送产出登记(REGFILTRK01'P')：报送日历没登记本作业的照常通过；
*> 登记失败只提示，不影响已产出的报送文件
REGISTER-FILING-OUTPUT.
    MOVE WS-EXTRACT-COUNT TO WS-FT-REC-CNT
    EXEC SQL START TRANSACTION END-EXEC
    CALL 'REGFILTRK01' USING WS-FT-MODE-CD, WS-FT-TENANT-NO,
                             WS-FT-OBLIG-ID, WS-FT-SRC-JOB-NM,
                             WS-RC-BIZ-DT, WS-EXT-FILE-NAME,
                             WS-FT-REC-CNT, WS-FT-FILING-REF-NO,
                             WS-FT-OPER-TELR-NO, WS-FT-RESP-CODE,
                             WS-FT-RESP-MSG, WS-FT-UPD-CNT
    END-CALL
    IF WS-FT-RESP-CODE = '000000'
       EXEC SQL COMMIT END-EXEC
       DISPLAY '报送产出已登记期次数:' WS-FT-UPD-CNT
    ELSE
       EXEC SQL ROLLBACK END-EXEC
       DISPLAY '报送产出登记失败:' WS-FT-RESP-MSG
    END-IF.
