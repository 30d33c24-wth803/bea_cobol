IDENTIFICATION DIVISION.
PROGRAM-ID. TESTMASKEXT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BASIC-FILE ASSIGN TO 'TESTMASK.CUST.BASIC'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PERSONAL-FILE ASSIGN TO 'TESTMASK.CUST.PERSONAL'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CORP-FILE ASSIGN TO 'TESTMASK.CUST.CORP'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ADDR-FILE ASSIGN TO 'TESTMASK.CUST.ADDR'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACCT-FILE ASSIGN TO 'TESTMASK.CUST.ACCT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SIGN-FILE ASSIGN TO 'TESTMASK.SIGN.RELATION'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT NAMELIST-FILE ASSIGN TO 'TESTMASK.NAMELIST'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OVSBLK-FILE ASSIGN TO 'TESTMASK.OVSBLK'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 测试环境装载文件：一张表一个定长文件，列序同源表；姓名、证件
*> 号码、电话、邮箱、地址、账号为确定性仿真值，其余列原样
FD  BASIC-FILE.
01  BASIC-RECORD.
    05  BAS-TENANT-NO           PIC X(10).
    05  BAS-CUST-NO             PIC X(20).
    05  BAS-CUST-TYP-CD         PIC X(02).
    05  BAS-CUST-LVL-CD         PIC X(02).
    05  BAS-CRTF-TYP-CD         PIC X(02).
    05  BAS-CRTF-NO             PIC X(20).
    05  BAS-CUST-NM             PIC X(50).
    05  BAS-CUST-ENG-NM         PIC X(50).
    05  BAS-MOBILE-NO           PIC X(15).
    05  BAS-E-MAIL              PIC X(50).
    05  BAS-BRANCH-NO           PIC X(10).
    05  BAS-VALID-FLG           PIC X(01).

FD  PERSONAL-FILE.
01  PERSONAL-RECORD.
    05  PER-TENANT-NO           PIC X(10).
    05  PER-CUST-NO             PIC X(20).
    05  PER-GENDER-CD           PIC X(01).
    05  PER-BIRTH-DT            PIC X(08).
    05  PER-ADDR                PIC X(100).
    05  PER-HOUSDRGST-ADDR      PIC X(100).
    05  PER-SPS-NAME            PIC X(50).
    05  PER-SPS-CRTF-TYP-CD     PIC X(02).
    05  PER-SPS-CRTF-NO         PIC X(20).
    05  PER-SPS-TEL-NO          PIC X(15).
    05  PER-GRDN-NM             PIC X(50).
    05  PER-GRDN-CRTF-TYP-CD    PIC X(02).
    05  PER-GRDN-CRTF-NO        PIC X(20).
    05  PER-GRDN-TEL-NO         PIC X(15).
    05  PER-CAREER-TYP-CD       PIC X(02).
    05  PER-NATION-CD           PIC X(03).
    05  PER-VALID-FLG           PIC X(01).

FD  CORP-FILE.
01  CORP-RECORD.
    05  CRP-TENANT-NO           PIC X(10).
    05  CRP-CUST-NO             PIC X(20).
    05  CRP-BIZ-LICENSE-NO      PIC X(30).
    05  CRP-LEGAL-REPR-NM       PIC X(50).
    05  CRP-LEGAL-REPR-CUST-NO  PIC X(20).
    05  CRP-INCORP-DT           PIC X(08).
    05  CRP-VALID-FLG           PIC X(01).

FD  ADDR-FILE.
01  ADDR-RECORD.
    05  ADR-TENANT-NO           PIC X(10).
    05  ADR-CUST-NO             PIC X(20).
    05  ADR-ADDR-TYP-CD         PIC X(02).
    05  ADR-ADDR                PIC X(100).
    05  ADR-VALID-FLG           PIC X(01).

FD  ACCT-FILE.
01  ACCT-RECORD.
    05  ACT-TENANT-NO           PIC X(10).
    05  ACT-CUST-NO             PIC X(20).
    05  ACT-AFS-PRODT-NO        PIC X(10).
    05  ACT-BASE-PRODT-NO       PIC X(10).
    05  ACT-MAIN-ACCT-NO        PIC X(20).
    05  ACT-OPER-TYP-CD         PIC X(02).
    05  ACT-RELA-SEQ-NO         PIC X(05).
    05  ACT-ROUTE-TYP-CD        PIC X(02).
    05  ACT-ROUTE-VAL           PIC X(50).
    05  ACT-VALID-FLG           PIC X(01).

FD  SIGN-FILE.
01  SIGN-RECORD.
    05  SGN-SIGN-NO             PIC X(20).
    05  SGN-CUST-NO             PIC X(20).
    05  SGN-CRTF-TYP-CD         PIC X(02).
    05  SGN-CRTF-NO             PIC X(20).
    05  SGN-CUST-ACCT-NO        PIC X(20).
    05  SGN-CUST-NM             PIC X(50).
    05  SGN-SIGN-SMLTYP-TYP-CD  PIC X(04).
    05  SGN-SIGN-TYPE           PIC X(02).
    05  SGN-SIGN-STATUS         PIC X(01).
    05  SGN-SIGN-DATE           PIC X(08).
    05  SGN-SIGN-MATR-DT        PIC X(08).
    05  SGN-SIGN-AMOUNT         PIC 9(10)V99.
    05  SGN-VALID-FLG           PIC X(01).

FD  NAMELIST-FILE.
01  NAMELIST-RECORD.
    05  NML-CUST-NO             PIC X(20).
    05  NML-CRTF-TYP-CD         PIC X(02).
    05  NML-CRTF-NO             PIC X(20).
    05  NML-NM-SNGL-TYP-CD      PIC X(02).
    05  NML-DATA-SORC-CD        PIC X(02).
    05  NML-CTRL-FLG            PIC X(01).
    05  NML-EFFT-DT             PIC X(08).
    05  NML-INVALID-DT          PIC X(08).
    05  NML-VALID-FLG           PIC X(01).

FD  OVSBLK-FILE.
01  OVSBLK-RECORD.
    05  OVS-CRTF-NO             PIC X(20).
    05  OVS-CRTF-TYP-CD         PIC X(02).
    05  OVS-REASON-CD           PIC X(02).
    05  OVS-EXPIRE-DT           PIC X(08).
    05  OVS-VALID-FLG           PIC X(01).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.

*> 命令行参数：租户号(ALL=全部租户) 抽样百分比(1-100，缺省100)
01  WS-RUN-PARM                 PIC X(40).
01  WS-TENANT-NO                PIC X(10).
01  WS-SAMPLE-PCT-TXT           PIC X(03).
01  WS-SAMPLE-PCT               PIC 9(03).
*> 抽样按客户号第8-9位(CUSTNOGEN01发号序号的末两位)取前N个桶，
*> 同一客户在各表要么全进要么全不进，抽出的子集自身引用完整
01  WS-SAMPLE-CUT               PIC X(02).
01  WS-SAMPLE-ALL-FLG           PIC X(01).
*> 全租户且不抽样：名单/黑名单中不属任何客户的行也一并抽出
01  WS-FULL-FLG                 PIC X(01).

*> 各文件行数
01  WS-BASIC-COUNT              PIC 9(7) VALUE 0.
01  WS-PERSONAL-COUNT           PIC 9(7) VALUE 0.
01  WS-CORP-COUNT               PIC 9(7) VALUE 0.
01  WS-ADDR-COUNT               PIC 9(7) VALUE 0.
01  WS-ACCT-COUNT               PIC 9(7) VALUE 0.
01  WS-SIGN-COUNT               PIC 9(7) VALUE 0.
01  WS-NAMELIST-COUNT           PIC 9(7) VALUE 0.
01  WS-OVSBLK-COUNT             PIC 9(7) VALUE 0.

*> 确定性脱敏(MASKVAL01)工作区：密钥取租户参数TEST_MASK_KEY(默认
*> 租户001名下，经MGMTTENANTPARAM01维护)，未配置不出文件
01  WS-MV-MASK-KEY              PIC X(32).
01  WS-MV-PARAM-VAL             PIC X(10).
01  WS-MV-VAL-TYP-CD            PIC X(02).
01  WS-MV-CLEAR-VAL             PIC X(100).
01  WS-MV-MASK-VAL              PIC X(100).

*> 证件号码脱敏工作区：库内证件号码为令牌(尚未令牌化的旧值为
*> 明文，先经CRTFTOKEN01只查不建换成令牌)，以令牌取仿真值，
*> 同一号码在各表得到同一仿真号；全程不解密
01  WS-MK-CRTF-TYP-CD           PIC X(02).
01  WS-MK-CRTF-VAL              PIC X(20).
01  WS-MK-CRTF-MASK             PIC X(20).
01  WS-TOKEN-MODE-CD            PIC X(01) VALUE 'L'.
01  WS-CRTF-TOKEN               PIC X(20).
01  WS-CRTF-TOKEN-MASK          PIC X(20).
01  WS-TOKEN-RESP-CODE          PIC X(06).
01  WS-TOKEN-RESP-MSG           PIC X(50).

*> 游标读出的一行(原值)
01  WS-CUST-TYP-CD              PIC X(02).
01  WS-CRTF-TYP-CD              PIC X(02).
01  WS-CRTF-NO                  PIC X(20).
01  WS-CUST-NM                  PIC X(50).
01  WS-CUST-ENG-NM              PIC X(50).
01  WS-MOBILE-NO                PIC X(15).
01  WS-E-MAIL                   PIC X(50).
01  WS-ADDR                     PIC X(100).
01  WS-HOUSDRGST-ADDR           PIC X(100).
01  WS-SPS-NAME                 PIC X(50).
01  WS-SPS-CRTF-NO              PIC X(20).
01  WS-SPS-TEL-NO               PIC X(15).
01  WS-GRDN-NM                  PIC X(50).
01  WS-GRDN-CRTF-NO             PIC X(20).
01  WS-GRDN-TEL-NO              PIC X(15).
01  WS-BIZ-LICENSE-NO           PIC X(30).
01  WS-LEGAL-REPR-NM            PIC X(50).
01  WS-MAIN-ACCT-NO             PIC X(20).
01  WS-ROUTE-VAL                PIC X(50).
01  WS-CUST-ACCT-NO             PIC X(20).

PROCEDURE DIVISION.
*> 测试环境脱敏抽数批：测试/UAT环境一律用本批产出的装载文件刷新，
*> 不再拷贝生产库。抽取客户主档、个人/企业客户信息、地址、账户
*> 路由、签约关系与名单(个人客户名单、境外取现黑名单)，姓名、
*> 证件号码、电话、邮箱、地址、账号经MASKVAL01换成确定性仿真值
*> ——同一真实值处处得到同一仿真值，并档、关系、查重与名单匹配
*> 在测试环境照样成立；仿真身份证号通过GB 11643校验。客户号、
*> 签约编号等内部编号原样保留以维持表间引用。可按租户与抽样
*> 百分比只抽一个子集
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    MOVE SPACES TO WS-TENANT-NO
    MOVE SPACES TO WS-SAMPLE-PCT-TXT
    UNSTRING WS-RUN-PARM DELIMITED BY ALL ' '
        INTO WS-TENANT-NO, WS-SAMPLE-PCT-TXT
    END-UNSTRING

    IF WS-TENANT-NO = SPACES
       DISPLAY '用法: 租户号(ALL=全部) 抽样百分比(1-100)'
       GOBACK
    END-IF

    IF WS-SAMPLE-PCT-TXT = SPACES
       MOVE 100 TO WS-SAMPLE-PCT
    ELSE
       IF FUNCTION TEST-NUMVAL(WS-SAMPLE-PCT-TXT) NOT = 0
          DISPLAY '抽样百分比须为1-100的整数:' WS-SAMPLE-PCT-TXT
          GOBACK
       END-IF
       COMPUTE WS-SAMPLE-PCT = FUNCTION NUMVAL(WS-SAMPLE-PCT-TXT)
    END-IF

    IF WS-SAMPLE-PCT < 1 OR WS-SAMPLE-PCT > 100
       DISPLAY '抽样百分比须为1-100的整数:' WS-SAMPLE-PCT-TXT
       GOBACK
    END-IF

    IF WS-SAMPLE-PCT = 100
       MOVE 'Y' TO WS-SAMPLE-ALL-FLG
       MOVE '99' TO WS-SAMPLE-CUT
    ELSE
       MOVE 'N' TO WS-SAMPLE-ALL-FLG
       MOVE WS-SAMPLE-PCT(2:2) TO WS-SAMPLE-CUT
    END-IF

    IF WS-TENANT-NO = 'ALL' AND WS-SAMPLE-ALL-FLG = 'Y'
       MOVE 'Y' TO WS-FULL-FLG
    ELSE
       MOVE 'N' TO WS-FULL-FLG
    END-IF

    PERFORM READ-MASK-KEY
    IF WS-MV-MASK-KEY = SPACES
       DISPLAY '未配置脱敏密钥(租户参数TEST_MASK_KEY)，不出文件'
       GOBACK
    END-IF

    OPEN OUTPUT BASIC-FILE
    OPEN OUTPUT PERSONAL-FILE
    OPEN OUTPUT CORP-FILE
    OPEN OUTPUT ADDR-FILE
    OPEN OUTPUT ACCT-FILE
    OPEN OUTPUT SIGN-FILE
    OPEN OUTPUT NAMELIST-FILE
    OPEN OUTPUT OVSBLK-FILE

    PERFORM EXTRACT-BASIC
    PERFORM EXTRACT-PERSONAL
    PERFORM EXTRACT-CORP
    PERFORM EXTRACT-ADDR
    PERFORM EXTRACT-ACCT
    PERFORM EXTRACT-SIGN
    PERFORM EXTRACT-NAMELIST
    PERFORM EXTRACT-OVSBLK

    CLOSE BASIC-FILE
    CLOSE PERSONAL-FILE
    CLOSE CORP-FILE
    CLOSE ADDR-FILE
    CLOSE ACCT-FILE
    CLOSE SIGN-FILE
    CLOSE NAMELIST-FILE
    CLOSE OVSBLK-FILE

    DISPLAY '测试环境脱敏抽数完成 租户:' WS-TENANT-NO
            ' 抽样%:' WS-SAMPLE-PCT
    DISPLAY '  客户主档:' WS-BASIC-COUNT
            ' 个人信息:' WS-PERSONAL-COUNT
            ' 企业信息:' WS-CORP-COUNT
            ' 地址:' WS-ADDR-COUNT
    DISPLAY '  账户路由:' WS-ACCT-COUNT
            ' 签约关系:' WS-SIGN-COUNT
            ' 个人客户名单:' WS-NAMELIST-COUNT
            ' 境外取现黑名单:' WS-OVSBLK-COUNT

    GOBACK.

READ-MASK-KEY.
    MOVE SPACES TO WS-MV-MASK-KEY
    MOVE SPACES TO WS-MV-PARAM-VAL
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-MV-PARAM-VAL
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = '001'
           AND PARAM_NM = 'TEST_MASK_KEY'
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0
       MOVE WS-MV-PARAM-VAL TO WS-MV-MASK-KEY
    END-IF.

*> 取一个值的仿真值：WS-MV-VAL-TYP-CD/WS-MV-CLEAR-VAL进，
*> WS-MV-MASK-VAL出
MASK-ONE-VALUE.
    CALL 'MASKVAL01' USING WS-MV-MASK-KEY, WS-MV-VAL-TYP-CD,
                           WS-MV-CLEAR-VAL, WS-MV-MASK-VAL
    END-CALL.

*> 证件号码仿真值：居民身份证出18位合规号码，其他证件出通用编号
MASK-CRTF-VALUE.
    MOVE SPACES TO WS-MK-CRTF-MASK
    IF WS-MK-CRTF-VAL = SPACES
       EXIT PARAGRAPH
    END-IF

    IF WS-MK-CRTF-VAL(1:3) NOT = 'TK#'
       CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, WS-MK-CRTF-VAL,
                                WS-CRTF-TOKEN, WS-CRTF-TOKEN-MASK,
                                WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
       END-CALL
       IF WS-TOKEN-RESP-CODE = '000000' AND WS-CRTF-TOKEN NOT = SPACES
          MOVE WS-CRTF-TOKEN TO WS-MK-CRTF-VAL
       END-IF
    END-IF

    IF WS-MK-CRTF-TYP-CD = '01'
       MOVE 'ID' TO WS-MV-VAL-TYP-CD
    ELSE
       MOVE 'CR' TO WS-MV-VAL-TYP-CD
    END-IF
    MOVE WS-MK-CRTF-VAL TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO WS-MK-CRTF-MASK.

*> ---- 客户主档 ----
EXTRACT-BASIC.
    EXEC SQL
        DECLARE TMBAS-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, CUST_TYP_CD, CUST_LVL_CD,
               CRTF_TYP_CD, CRTF_NO, CUST_NM,
               COALESCE(CUST_ENG_NM, ' '), COALESCE(MOBILE_NO, ' '),
               COALESCE(E_MAIL, ' '), COALESCE(BRANCH_NO, ' '),
               VALID_FLG
          FROM CUSTOMER_BASIC_INFO
         WHERE (:WS-TENANT-NO = 'ALL' OR TENANT_NO = :WS-TENANT-NO)
           AND (:WS-SAMPLE-ALL-FLG = 'Y'
                OR SUBSTR(CUST_NO, 8, 2) < :WS-SAMPLE-CUT)
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN TMBAS-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '客户主档游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       MOVE SPACES TO BASIC-RECORD
       EXEC SQL
           FETCH TMBAS-CUR
            INTO :BAS-TENANT-NO, :BAS-CUST-NO, :WS-CUST-TYP-CD,
                 :BAS-CUST-LVL-CD, :WS-CRTF-TYP-CD, :WS-CRTF-NO,
                 :WS-CUST-NM, :WS-CUST-ENG-NM, :WS-MOBILE-NO,
                 :WS-E-MAIL, :BAS-BRANCH-NO, :BAS-VALID-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-BASIC-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TMBAS-CUR END-EXEC.

*> 客户名称按客户类型出个人姓名或企业名称(企业'02'/机构'03')
WRITE-BASIC-RECORD.
    MOVE WS-CUST-TYP-CD TO BAS-CUST-TYP-CD
    MOVE WS-CRTF-TYP-CD TO BAS-CRTF-TYP-CD

    MOVE WS-CRTF-TYP-CD TO WS-MK-CRTF-TYP-CD
    MOVE WS-CRTF-NO TO WS-MK-CRTF-VAL
    PERFORM MASK-CRTF-VALUE
    MOVE WS-MK-CRTF-MASK TO BAS-CRTF-NO

    IF WS-CUST-TYP-CD = '02' OR WS-CUST-TYP-CD = '03'
       MOVE 'CN' TO WS-MV-VAL-TYP-CD
    ELSE
       MOVE 'PN' TO WS-MV-VAL-TYP-CD
    END-IF
    MOVE WS-CUST-NM TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO BAS-CUST-NM

    MOVE 'EN' TO WS-MV-VAL-TYP-CD
    MOVE WS-CUST-ENG-NM TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO BAS-CUST-ENG-NM

    MOVE 'MB' TO WS-MV-VAL-TYP-CD
    MOVE WS-MOBILE-NO TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO BAS-MOBILE-NO

    MOVE 'EM' TO WS-MV-VAL-TYP-CD
    MOVE WS-E-MAIL TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO BAS-E-MAIL

    WRITE BASIC-RECORD
    ADD 1 TO WS-BASIC-COUNT.

*> ---- 个人客户信息(含配偶/监护人) ----
EXTRACT-PERSONAL.
    EXEC SQL
        DECLARE TMPER-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, COALESCE(GENDER_CD, ' '),
               COALESCE(BIRTH_DT, ' '), COALESCE(ADDR, ' '),
               COALESCE(HOUSDRGST_ADDR, ' '),
               COALESCE(SPS_NAME, ' '), COALESCE(SPS_CRTF_TYP_CD, ' '),
               COALESCE(SPS_CRTF_NO, ' '), COALESCE(SPS_TEL_NO, ' '),
               COALESCE(GRDN_NM, ' '), COALESCE(GRDN_CRTF_TYP_CD, ' '),
               COALESCE(GRDN_CRTF_NO, ' '), COALESCE(GRDN_TEL_NO, ' '),
               COALESCE(CAREER_TYP_CD, ' '), COALESCE(NATION_CD, ' '),
               VALID_FLG
          FROM PERSONAL_CUSTOMER_INFO
         WHERE (:WS-TENANT-NO = 'ALL' OR TENANT_NO = :WS-TENANT-NO)
           AND (:WS-SAMPLE-ALL-FLG = 'Y'
                OR SUBSTR(CUST_NO, 8, 2) < :WS-SAMPLE-CUT)
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN TMPER-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '个人客户信息游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       MOVE SPACES TO PERSONAL-RECORD
       EXEC SQL
           FETCH TMPER-CUR
            INTO :PER-TENANT-NO, :PER-CUST-NO, :PER-GENDER-CD,
                 :PER-BIRTH-DT, :WS-ADDR, :WS-HOUSDRGST-ADDR,
                 :WS-SPS-NAME, :PER-SPS-CRTF-TYP-CD, :WS-SPS-CRTF-NO,
                 :WS-SPS-TEL-NO, :WS-GRDN-NM, :PER-GRDN-CRTF-TYP-CD,
                 :WS-GRDN-CRTF-NO, :WS-GRDN-TEL-NO,
                 :PER-CAREER-TYP-CD, :PER-NATION-CD, :PER-VALID-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-PERSONAL-RECORD
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TMPER-CUR END-EXEC.

WRITE-PERSONAL-RECORD.
    MOVE 'AD' TO WS-MV-VAL-TYP-CD
    MOVE WS-ADDR TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO PER-ADDR
    MOVE WS-HOUSDRGST-ADDR TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO PER-HOUSDRGST-ADDR

    MOVE 'PN' TO WS-MV-VAL-TYP-CD
    MOVE WS-SPS-NAME TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO PER-SPS-NAME
    MOVE WS-GRDN-NM TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO PER-GRDN-NM

    MOVE 'MB' TO WS-MV-VAL-TYP-CD
    MOVE WS-SPS-TEL-NO TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO PER-SPS-TEL-NO
    MOVE WS-GRDN-TEL-NO TO WS-MV-CLEAR-VAL
    PERFORM MASK-ONE-VALUE
    MOVE WS-MV-MASK-VAL TO PER-GRDN-TEL-NO

    MOVE PER-SPS-CRTF-TYP-CD TO WS-MK-CRTF-TYP-CD
    MOVE WS-SPS-CRTF-NO TO WS-MK-CRTF-VAL
    PERFORM MASK-CRTF-VALUE
    MOVE WS-MK-CRTF-MASK TO PER-SPS-CRTF-NO

    MOVE PER-GRDN-CRTF-TYP-CD TO WS-MK-CRTF-TYP-CD
    MOVE WS-GRDN-CRTF-NO TO WS-MK-CRTF-VAL
    PERFORM MASK-CRTF-VALUE
    MOVE WS-MK-CRTF-MASK TO PER-GRDN-CRTF-NO

    WRITE PERSONAL-RECORD
    ADD 1 TO WS-PERSONAL-COUNT.

*> ---- 企业客户信息(法定代表人客户号原样保留) ----
EXTRACT-CORP.
    EXEC SQL
        DECLARE TMCRP-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, COALESCE(BIZ_LICENSE_NO, ' '),
               COALESCE(LEGAL_REPR_NM, ' '),
               COALESCE(LEGAL_REPR_CUST_NO, ' '),
               COALESCE(INCORP_DT, ' '), VALID_FLG
          FROM CORPORATE_CUSTOMER_INFO
         WHERE (:WS-TENANT-NO = 'ALL' OR TENANT_NO = :WS-TENANT-NO)
           AND (:WS-SAMPLE-ALL-FLG = 'Y'
                OR SUBSTR(CUST_NO, 8, 2) < :WS-SAMPLE-CUT)
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN TMCRP-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '企业客户信息游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       MOVE SPACES TO CORP-RECORD
       EXEC SQL
           FETCH TMCRP-CUR
            INTO :CRP-TENANT-NO, :CRP-CUST-NO, :WS-BIZ-LICENSE-NO,
                 :WS-LEGAL-REPR-NM, :CRP-LEGAL-REPR-CUST-NO,
                 :CRP-INCORP-DT, :CRP-VALID-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE 'LC' TO WS-MV-VAL-TYP-CD
          MOVE WS-BIZ-LICENSE-NO TO WS-MV-CLEAR-VAL
          PERFORM MASK-ONE-VALUE
          MOVE WS-MV-MASK-VAL TO CRP-BIZ-LICENSE-NO
          MOVE 'PN' TO WS-MV-VAL-TYP-CD
          MOVE WS-LEGAL-REPR-NM TO WS-MV-CLEAR-VAL
          PERFORM MASK-ONE-VALUE
          MOVE WS-MV-MASK-VAL TO CRP-LEGAL-REPR-NM
          WRITE CORP-RECORD
          ADD 1 TO WS-CORP-COUNT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TMCRP-CUR END-EXEC.

*> ---- 客户地址 ----
EXTRACT-ADDR.
    EXEC SQL
        DECLARE TMADR-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, ADDR_TYP_CD, COALESCE(ADDR, ' '),
               VALID_FLG
          FROM CUST_ADDR_INFO
         WHERE (:WS-TENANT-NO = 'ALL' OR TENANT_NO = :WS-TENANT-NO)
           AND (:WS-SAMPLE-ALL-FLG = 'Y'
                OR SUBSTR(CUST_NO, 8, 2) < :WS-SAMPLE-CUT)
         ORDER BY TENANT_NO, CUST_NO, ADDR_TYP_CD
    END-EXEC.

    EXEC SQL OPEN TMADR-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '客户地址游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       MOVE SPACES TO ADDR-RECORD
       EXEC SQL
           FETCH TMADR-CUR
            INTO :ADR-TENANT-NO, :ADR-CUST-NO, :ADR-ADDR-TYP-CD,
                 :WS-ADDR, :ADR-VALID-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE 'AD' TO WS-MV-VAL-TYP-CD
          MOVE WS-ADDR TO WS-MV-CLEAR-VAL
          PERFORM MASK-ONE-VALUE
          MOVE WS-MV-MASK-VAL TO ADR-ADDR
          WRITE ADDR-RECORD
          ADD 1 TO WS-ADDR-COUNT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TMADR-CUR END-EXEC.

*> ---- 客户账户路由(主账号与路由值按账号脱敏) ----
EXTRACT-ACCT.
    EXEC SQL
        DECLARE TMACT-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, AFS_PRODT_NO, BASE_PRODT_NO,
               MAIN_ACCT_NO, OPER_TYP_CD, RELA_SEQ_NO, ROUTE_TYP_CD,
               ROUTE_VAL, VALID_FLG
          FROM CUST_ACCT_INFO
         WHERE (:WS-TENANT-NO = 'ALL' OR TENANT_NO = :WS-TENANT-NO)
           AND (:WS-SAMPLE-ALL-FLG = 'Y'
                OR SUBSTR(CUST_NO, 8, 2) < :WS-SAMPLE-CUT)
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN TMACT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '客户账户路由游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       MOVE SPACES TO ACCT-RECORD
       EXEC SQL
           FETCH TMACT-CUR
            INTO :ACT-TENANT-NO, :ACT-CUST-NO, :ACT-AFS-PRODT-NO,
                 :ACT-BASE-PRODT-NO, :WS-MAIN-ACCT-NO,
                 :ACT-OPER-TYP-CD, :ACT-RELA-SEQ-NO,
                 :ACT-ROUTE-TYP-CD, :WS-ROUTE-VAL, :ACT-VALID-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE 'AC' TO WS-MV-VAL-TYP-CD
          MOVE WS-MAIN-ACCT-NO TO WS-MV-CLEAR-VAL
          PERFORM MASK-ONE-VALUE
          MOVE WS-MV-MASK-VAL TO ACT-MAIN-ACCT-NO
          MOVE WS-ROUTE-VAL TO WS-MV-CLEAR-VAL
          PERFORM MASK-ONE-VALUE
          MOVE WS-MV-MASK-VAL TO ACT-ROUTE-VAL
          WRITE ACCT-RECORD
          ADD 1 TO WS-ACCT-COUNT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TMACT-CUR END-EXEC.

*> ---- 签约关系(表内无租户列，按客户主档定租户) ----
EXTRACT-SIGN.
    EXEC SQL
        DECLARE TMSGN-CUR CURSOR FOR
        SELECT S.SIGN_NO, S.CUST_NO, S.CRTF_TYP_CD, S.CRTF_NO,
               COALESCE(S.CUST_ACCT_NO, ' '), S.CUST_NM,
               S.SIGN_SMLTYP_TYP_CD, S.SIGN_TYPE, S.SIGN_STATUS,
               S.SIGN_DATE, COALESCE(S.SIGN_MATR_DT, ' '),
               COALESCE(S.SIGN_AMOUNT, 0), S.VALID_FLG
          FROM SIGN_RELATION_INFO S
         WHERE (:WS-SAMPLE-ALL-FLG = 'Y'
                OR SUBSTR(S.CUST_NO, 8, 2) < :WS-SAMPLE-CUT)
           AND (:WS-TENANT-NO = 'ALL'
                OR EXISTS (SELECT 1
                             FROM CUSTOMER_BASIC_INFO B
                            WHERE B.CUST_NO = S.CUST_NO
                              AND B.TENANT_NO = :WS-TENANT-NO))
         ORDER BY S.CUST_NO, S.SIGN_NO
    END-EXEC.

    EXEC SQL OPEN TMSGN-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '签约关系游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       MOVE SPACES TO SIGN-RECORD
       EXEC SQL
           FETCH TMSGN-CUR
            INTO :SGN-SIGN-NO, :SGN-CUST-NO, :SGN-CRTF-TYP-CD,
                 :WS-CRTF-NO, :WS-CUST-ACCT-NO, :WS-CUST-NM,
                 :SGN-SIGN-SMLTYP-TYP-CD, :SGN-SIGN-TYPE,
                 :SGN-SIGN-STATUS, :SGN-SIGN-DATE, :SGN-SIGN-MATR-DT,
                 :SGN-SIGN-AMOUNT, :SGN-VALID-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE SGN-CRTF-TYP-CD TO WS-MK-CRTF-TYP-CD
          MOVE WS-CRTF-NO TO WS-MK-CRTF-VAL
          PERFORM MASK-CRTF-VALUE
          MOVE WS-MK-CRTF-MASK TO SGN-CRTF-NO
          MOVE 'AC' TO WS-MV-VAL-TYP-CD
          MOVE WS-CUST-ACCT-NO TO WS-MV-CLEAR-VAL
          PERFORM MASK-ONE-VALUE
          MOVE WS-MV-MASK-VAL TO SGN-CUST-ACCT-NO
          MOVE 'PN' TO WS-MV-VAL-TYP-CD
          MOVE WS-CUST-NM TO WS-MV-CLEAR-VAL
          PERFORM MASK-ONE-VALUE
          MOVE WS-MV-MASK-VAL TO SGN-CUST-NM
          WRITE SIGN-RECORD
          ADD 1 TO WS-SIGN-COUNT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TMSGN-CUR END-EXEC.

*> ---- 个人客户名单：按名单行所属客户抽样；全量抽取时不属任何
*> 客户的名单行一并带出 ----
EXTRACT-NAMELIST.
    EXEC SQL
        DECLARE TMNML-CUR CURSOR FOR
        SELECT COALESCE(L.CUST_NO, ' '), L.CRTF_TYP_CD, L.CRTF_NO,
               L.NM_SNGL_TYP_CD, COALESCE(L.DATA_SORC_CD, ' '),
               L.CTRL_FLG, COALESCE(L.EFFT_DT, ' '),
               COALESCE(L.INVALID_DT, ' '), L.VALID_FLG
          FROM PERSONAL_CUSTOMER_LIST L
         WHERE :WS-FULL-FLG = 'Y'
            OR ((:WS-SAMPLE-ALL-FLG = 'Y'
                 OR SUBSTR(L.CUST_NO, 8, 2) < :WS-SAMPLE-CUT)
                AND EXISTS (SELECT 1
                              FROM CUSTOMER_BASIC_INFO B
                             WHERE B.CUST_NO = L.CUST_NO
                               AND (:WS-TENANT-NO = 'ALL'
                                    OR B.TENANT_NO = :WS-TENANT-NO)))
         ORDER BY 1, 3
    END-EXEC.

    EXEC SQL OPEN TMNML-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '个人客户名单游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       MOVE SPACES TO NAMELIST-RECORD
       EXEC SQL
           FETCH TMNML-CUR
            INTO :NML-CUST-NO, :NML-CRTF-TYP-CD, :WS-CRTF-NO,
                 :NML-NM-SNGL-TYP-CD, :NML-DATA-SORC-CD,
                 :NML-CTRL-FLG, :NML-EFFT-DT, :NML-INVALID-DT,
                 :NML-VALID-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE NML-CRTF-TYP-CD TO WS-MK-CRTF-TYP-CD
          MOVE WS-CRTF-NO TO WS-MK-CRTF-VAL
          PERFORM MASK-CRTF-VALUE
          MOVE WS-MK-CRTF-MASK TO NML-CRTF-NO
          WRITE NAMELIST-RECORD
          ADD 1 TO WS-NAMELIST-COUNT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TMNML-CUR END-EXEC.

*> ---- 境外取现黑名单：按证件号码归属的抽样客户带出；全量抽取
*> 时全表带出 ----
EXTRACT-OVSBLK.
    EXEC SQL
        DECLARE TMOVS-CUR CURSOR FOR
        SELECT O.CRTF_NO, O.CRTF_TYP_CD, COALESCE(O.REASON_CD, ' '),
               COALESCE(O.EXPIRE_DT, ' '), O.VALID_FLG
          FROM OVS_CASH_WITHDR_BLK O
         WHERE :WS-FULL-FLG = 'Y'
            OR EXISTS (SELECT 1
                         FROM CUSTOMER_BASIC_INFO B
                        WHERE B.CRTF_NO = O.CRTF_NO
                          AND (:WS-TENANT-NO = 'ALL'
                               OR B.TENANT_NO = :WS-TENANT-NO)
                          AND (:WS-SAMPLE-ALL-FLG = 'Y'
                               OR SUBSTR(B.CUST_NO, 8, 2)
                                  < :WS-SAMPLE-CUT))
         ORDER BY O.CRTF_NO
    END-EXEC.

    EXEC SQL OPEN TMOVS-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '境外取现黑名单游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       MOVE SPACES TO OVSBLK-RECORD
       EXEC SQL
           FETCH TMOVS-CUR
            INTO :WS-CRTF-NO, :OVS-CRTF-TYP-CD, :OVS-REASON-CD,
                 :OVS-EXPIRE-DT, :OVS-VALID-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE OVS-CRTF-TYP-CD TO WS-MK-CRTF-TYP-CD
          MOVE WS-CRTF-NO TO WS-MK-CRTF-VAL
          PERFORM MASK-CRTF-VALUE
          MOVE WS-MK-CRTF-MASK TO OVS-CRTF-NO
          WRITE OVSBLK-RECORD
          ADD 1 TO WS-OVSBLK-COUNT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE TMOVS-CUR END-EXEC.
