IDENTIFICATION DIVISION.
PROGRAM-ID. MASKVAL01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> 摘要取数工作区：真实值经CHAINHASH01(以脱敏密钥为"上一行摘要"、
*> 值域序号为"链序号")得到32位数字，仿真值的每一段都从中取位
01  WS-NS-SEQ-NO            PIC 9(12).
01  WS-HASH-TM              PIC X(26) VALUE SPACES.
01  WS-HASH-CONTENT         PIC X(400).
01  WS-HASH                 PIC X(32).
01  WS-PICK2                PIC 9(02).
01  WS-PICK3                PIC 9(03).
01  WS-PICK4                PIC 9(04).
01  WS-IDX                  PIC 9(02).
01  WS-POS                  PIC 9(03).
01  WS-OUT-POS              PIC 9(03).
01  WS-HASH-POS             PIC 9(02).
01  WS-VAL-LEN              PIC 9(03).
01  WS-NUM-EDIT3            PIC ZZ9.
01  WS-NUM-EDIT2            PIC Z9.
01  WS-NUM-EDIT4            PIC ZZZ9.

*> 姓名用字：中文姓/名用字与对应拼音(英文名用)
01  WS-SURNAME-TEXT         PIC X(60)
                    VALUE '王李张刘陈杨黄赵吴周徐孙马朱胡郭何高林罗'.
01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-TEXT.
    05  WS-SURNAME          OCCURS 20 PIC X(03).
01  WS-GIVEN-TEXT           PIC X(90)
        VALUE '伟芳娜敏静丽强磊军洋勇艳杰娟涛明超秀霞平刚桂英华玉兰建国文辉'.
01  WS-GIVEN-TABLE REDEFINES WS-GIVEN-TEXT.
    05  WS-GIVEN            OCCURS 30 PIC X(03).
01  WS-ENG-SURNAME-TEXT.
    05  FILLER              PIC X(40)
                    VALUE 'WANG    LI      ZHANG   LIU     CHEN    '.
    05  FILLER              PIC X(40)
                    VALUE 'YANG    HUANG   ZHAO    WU      ZHOU    '.
    05  FILLER              PIC X(40)
                    VALUE 'XU      SUN     MA      ZHU     HU      '.
    05  FILLER              PIC X(40)
                    VALUE 'GUO     HE      GAO     LIN     LUO     '.
01  WS-ENG-SURNAME-TABLE REDEFINES WS-ENG-SURNAME-TEXT.
    05  WS-ENG-SURNAME      OCCURS 20 PIC X(08).
01  WS-ENG-GIVEN-TEXT.
    05  FILLER              PIC X(48)
                    VALUE 'WEI   FANG  NA    MIN   JING  LI    '.
    05  FILLER              PIC X(48)
                    VALUE 'QIANG LEI   JUN   YANG  YONG  YAN   '.
    05  FILLER              PIC X(48)
                    VALUE 'JIE   JUAN  TAO   MING  CHAO  XIU   '.
    05  FILLER              PIC X(48)
                    VALUE 'XIA   PING  GANG  GUI   YING  HUA   '.
    05  FILLER              PIC X(48)
                    VALUE 'YU    LAN   JIAN  GUO   WEN   HUI   '.
01  WS-ENG-GIVEN-TABLE REDEFINES WS-ENG-GIVEN-TEXT.
    05  WS-ENG-GIVEN        OCCURS 30 PIC X(06).

*> 地址/企业名用字：城市、道路、行业
01  WS-CITY-TEXT            PIC X(72)
          VALUE '北京市上海市广州市深圳市成都市杭州市南京市武汉市'.
01  WS-CITY-TABLE REDEFINES WS-CITY-TEXT.
    05  WS-CITY             OCCURS 8 PIC X(09).
01  WS-ROAD-TEXT            PIC X(72)
          VALUE '人民路解放路中山路建设路和平路长江路新华路青年路'.
01  WS-ROAD-TABLE REDEFINES WS-ROAD-TEXT.
    05  WS-ROAD             OCCURS 8 PIC X(09).
01  WS-INDUSTRY-TEXT        PIC X(36)
          VALUE '科技贸易实业商贸建设物流'.
01  WS-INDUSTRY-TABLE REDEFINES WS-INDUSTRY-TEXT.
    05  WS-INDUSTRY         OCCURS 6 PIC X(06).

*> 仿真居民身份证号：省级代码取自现行行政区划，市/县两级、出生
*> 日期与顺序码取自摘要，校验位按GB 11643(同CRTPERC01)计算
01  WS-PROV-TEXT            PIC X(62) VALUE
    '11121314152122233132333435363741424344454650515253546162636465'.
01  WS-PROV-TABLE REDEFINES WS-PROV-TEXT.
    05  WS-PROV             OCCURS 31 PIC X(02).
01  WS-ID18                 PIC X(18).
01  WS-ID-YEAR              PIC 9(04).
01  WS-ID-MONTH             PIC 9(02).
01  WS-ID-DAY               PIC 9(02).
01  WS-ID-CHECKSUM-WEIGHTS.
    05  FILLER              PIC X(34)
                            VALUE '0709100508040201060307091005080402'.
01  WS-ID-WEIGHT-TABLE REDEFINES WS-ID-CHECKSUM-WEIGHTS.
    05  WS-ID-WEIGHT        OCCURS 17 PIC 9(2).
01  WS-ID-CHECK-CODES.
    05  FILLER              PIC X(11) VALUE '10X98765432'.
01  WS-ID-CHECK-CODE-TABLE REDEFINES WS-ID-CHECK-CODES.
    05  WS-ID-CHECK-CODE    OCCURS 11 PIC X(01).
01  WS-ID-SUM               PIC 9(5).
01  WS-ID-REMAINDER         PIC 9(2).
01  WS-ID-IDX               PIC 9(2).
01  WS-ID-DIGIT             PIC 9(1).

*> 手机号第二位
01  WS-MOBILE-2ND-TEXT      PIC X(07) VALUE '3456789'.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-MASK-KEY            PIC X(32).     *> 脱敏密钥(租户参数
                                           *> TEST_MASK_KEY)
01  REQ-VAL-TYP-CD          PIC X(02).     *> PN-个人姓名 EN-英文名
                                           *> CN-企业名称 ID-居民身份证
                                           *> CR-其他证件 LC-营业执照
                                           *> MB-电话/手机 EM-电子邮箱
                                           *> AD-地址 AC-账号/卡号
01  REQ-CLEAR-VAL           PIC X(100).    *> 真实值

*> ========== 输出参数 ==========
01  RESP-MASK-VAL           PIC X(100).    *> 仿真值

PROCEDURE DIVISION
    USING REQ-MASK-KEY, REQ-VAL-TYP-CD, REQ-CLEAR-VAL, RESP-MASK-VAL.

*> 确定性脱敏取值：同一密钥下同一真实值永远得到同一仿真值，测试
*> 环境里的并档、关系、查重、名单匹配照样成立。同类值共用一个
*> 值域(姓名类/证件类/电话类/邮箱/地址/账号)，如监护人电话与另一
*> 客户的手机号相同，脱敏后仍然相同。不查库、不落盘，无密钥不能
*> 由仿真值反推真实值。空白值原样回空白
MAIN-LOGIC.
    MOVE SPACES TO RESP-MASK-VAL

    IF REQ-CLEAR-VAL = SPACES OR REQ-CLEAR-VAL = LOW-VALUES
       GO TO EXIT-PROGRAM
    END-IF.

    EVALUATE REQ-VAL-TYP-CD
       WHEN 'PN'
       WHEN 'EN'
       WHEN 'CN'
          MOVE 1 TO WS-NS-SEQ-NO
       WHEN 'ID'
       WHEN 'CR'
       WHEN 'LC'
          MOVE 2 TO WS-NS-SEQ-NO
       WHEN 'MB'
          MOVE 3 TO WS-NS-SEQ-NO
       WHEN 'EM'
          MOVE 4 TO WS-NS-SEQ-NO
       WHEN 'AD'
          MOVE 5 TO WS-NS-SEQ-NO
       WHEN OTHER
          MOVE 6 TO WS-NS-SEQ-NO
    END-EVALUATE

    MOVE SPACES TO WS-HASH-CONTENT
    MOVE REQ-CLEAR-VAL TO WS-HASH-CONTENT(1:100)
    CALL 'CHAINHASH01' USING REQ-MASK-KEY, WS-NS-SEQ-NO,
                             WS-HASH-TM, WS-HASH-CONTENT, WS-HASH
    END-CALL

    EVALUATE REQ-VAL-TYP-CD
       WHEN 'PN'
          PERFORM BUILD-PERSON-NAME
       WHEN 'EN'
          PERFORM BUILD-ENGLISH-NAME
       WHEN 'CN'
          PERFORM BUILD-CORP-NAME
       WHEN 'ID'
          PERFORM BUILD-ID18
       WHEN 'CR'
          STRING 'C'          DELIMITED BY SIZE
                 WS-HASH(1:17) DELIMITED BY SIZE
            INTO RESP-MASK-VAL
          END-STRING
       WHEN 'LC'
          STRING '91'         DELIMITED BY SIZE
                 WS-HASH(1:16) DELIMITED BY SIZE
            INTO RESP-MASK-VAL
          END-STRING
       WHEN 'MB'
          PERFORM BUILD-MOBILE
       WHEN 'EM'
          STRING 'u'            DELIMITED BY SIZE
                 WS-HASH(1:10)  DELIMITED BY SIZE
                 '@example.com' DELIMITED BY SIZE
            INTO RESP-MASK-VAL
          END-STRING
       WHEN 'AD'
          PERFORM BUILD-ADDRESS
       WHEN OTHER
          PERFORM BUILD-ACCOUNT
    END-EVALUATE.

EXIT-PROGRAM.
    EXIT PROGRAM.

*> 取摘要第WS-POS位起的两位数，按表长WS-IDX取模后加1作下标
PICK-INDEX.
    MOVE WS-HASH(WS-POS:2) TO WS-PICK2
    COMPUTE WS-IDX = FUNCTION MOD(WS-PICK2, WS-IDX) + 1.

*> 个人姓名：姓 + 一到两个名字用字
BUILD-PERSON-NAME.
    MOVE 1 TO WS-POS
    MOVE 20 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-SURNAME(WS-IDX) TO RESP-MASK-VAL(1:3)
    MOVE 3 TO WS-POS
    MOVE 30 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-GIVEN(WS-IDX) TO RESP-MASK-VAL(4:3)
    IF FUNCTION MOD(WS-PICK2, 3) NOT = 0
       MOVE 5 TO WS-POS
       MOVE 30 TO WS-IDX
       PERFORM PICK-INDEX
       MOVE WS-GIVEN(WS-IDX) TO RESP-MASK-VAL(7:3)
    END-IF.

*> 英文名：拼音名 + 拼音姓
BUILD-ENGLISH-NAME.
    MOVE 3 TO WS-POS
    MOVE 30 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-IDX TO WS-ID-IDX
    MOVE 1 TO WS-POS
    MOVE 20 TO WS-IDX
    PERFORM PICK-INDEX
    STRING WS-ENG-GIVEN(WS-ID-IDX) DELIMITED BY SPACE
           ' '                     DELIMITED BY SIZE
           WS-ENG-SURNAME(WS-IDX)  DELIMITED BY SPACE
      INTO RESP-MASK-VAL
    END-STRING.

*> 企业名称：城市 + 两个字号用字 + 行业 + '有限公司'
BUILD-CORP-NAME.
    MOVE 1 TO WS-POS
    MOVE 8 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-CITY(WS-IDX) TO RESP-MASK-VAL(1:9)
    MOVE 3 TO WS-POS
    MOVE 30 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-GIVEN(WS-IDX) TO RESP-MASK-VAL(10:3)
    MOVE 5 TO WS-POS
    MOVE 30 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-GIVEN(WS-IDX) TO RESP-MASK-VAL(13:3)
    MOVE 7 TO WS-POS
    MOVE 6 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-INDUSTRY(WS-IDX) TO RESP-MASK-VAL(16:6)
    MOVE '有限公司' TO RESP-MASK-VAL(22:12).

*> 18位居民身份证号：省(2)市(2)县(2) 出生日期(8) 顺序码(3) 校验位
BUILD-ID18.
    MOVE 1 TO WS-POS
    MOVE 31 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-PROV(WS-IDX) TO WS-ID18(1:2)
    MOVE WS-HASH(3:2) TO WS-PICK2
    COMPUTE WS-PICK2 = FUNCTION MOD(WS-PICK2, 20) + 1
    MOVE WS-PICK2 TO WS-ID18(3:2)
    MOVE WS-HASH(5:2) TO WS-PICK2
    COMPUTE WS-PICK2 = FUNCTION MOD(WS-PICK2, 30) + 1
    MOVE WS-PICK2 TO WS-ID18(5:2)
    MOVE WS-HASH(7:2) TO WS-PICK2
    COMPUTE WS-ID-YEAR = 1950 + FUNCTION MOD(WS-PICK2, 55)
    MOVE WS-HASH(9:2) TO WS-PICK2
    COMPUTE WS-ID-MONTH = FUNCTION MOD(WS-PICK2, 12) + 1
    MOVE WS-HASH(11:2) TO WS-PICK2
    COMPUTE WS-ID-DAY = FUNCTION MOD(WS-PICK2, 28) + 1
    MOVE WS-ID-YEAR TO WS-ID18(7:4)
    MOVE WS-ID-MONTH TO WS-ID18(11:2)
    MOVE WS-ID-DAY TO WS-ID18(13:2)
    MOVE WS-HASH(13:3) TO WS-ID18(15:3)

    MOVE 0 TO WS-ID-SUM
    PERFORM VARYING WS-ID-IDX FROM 1 BY 1 UNTIL WS-ID-IDX > 17
       MOVE WS-ID18(WS-ID-IDX:1) TO WS-ID-DIGIT
       COMPUTE WS-ID-SUM = WS-ID-SUM
                         + WS-ID-DIGIT * WS-ID-WEIGHT(WS-ID-IDX)
    END-PERFORM
    COMPUTE WS-ID-REMAINDER = FUNCTION MOD(WS-ID-SUM, 11)
    MOVE WS-ID-CHECK-CODE(WS-ID-REMAINDER + 1) TO WS-ID18(18:1)

    MOVE WS-ID18 TO RESP-MASK-VAL.

*> 11位手机号：'1' + 第二位(3-9) + 9位
BUILD-MOBILE.
    MOVE 1 TO WS-POS
    MOVE 7 TO WS-IDX
    PERFORM PICK-INDEX
    STRING '1'                         DELIMITED BY SIZE
           WS-MOBILE-2ND-TEXT(WS-IDX:1) DELIMITED BY SIZE
           WS-HASH(3:9)                DELIMITED BY SIZE
      INTO RESP-MASK-VAL
    END-STRING.

*> 地址：城市 + 道路 + 门牌号 + 楼栋 + 室号
BUILD-ADDRESS.
    MOVE 1 TO WS-POS
    MOVE 8 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-IDX TO WS-ID-IDX
    MOVE 3 TO WS-POS
    MOVE 8 TO WS-IDX
    PERFORM PICK-INDEX
    MOVE WS-HASH(5:3) TO WS-PICK3
    COMPUTE WS-NUM-EDIT3 = FUNCTION MOD(WS-PICK3, 999) + 1
    MOVE WS-HASH(8:2) TO WS-PICK2
    COMPUTE WS-NUM-EDIT2 = FUNCTION MOD(WS-PICK2, 30) + 1
    MOVE WS-HASH(10:4) TO WS-PICK4
    COMPUTE WS-NUM-EDIT4 = FUNCTION MOD(WS-PICK4, 3000) + 101
    STRING WS-CITY(WS-ID-IDX)              DELIMITED BY SIZE
           WS-ROAD(WS-IDX)                 DELIMITED BY SIZE
           FUNCTION TRIM(WS-NUM-EDIT3)     DELIMITED BY SIZE
           '号'                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-NUM-EDIT2)     DELIMITED BY SIZE
           '栋'                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-NUM-EDIT4)     DELIMITED BY SIZE
           '室'                            DELIMITED BY SIZE
      INTO RESP-MASK-VAL
    END-STRING.

*> 账号/卡号：保留长度、前6位(机构/产品段)与非数字字符，其余
*> 数字逐位换成摘要数字
BUILD-ACCOUNT.
    MOVE REQ-CLEAR-VAL TO RESP-MASK-VAL
    MOVE FUNCTION LENGTH(FUNCTION TRIM(REQ-CLEAR-VAL TRAILING))
      TO WS-VAL-LEN
    MOVE 1 TO WS-HASH-POS
    PERFORM VARYING WS-OUT-POS FROM 7 BY 1
              UNTIL WS-OUT-POS > WS-VAL-LEN
       IF RESP-MASK-VAL(WS-OUT-POS:1) IS NUMERIC
          MOVE WS-HASH(WS-HASH-POS:1) TO RESP-MASK-VAL(WS-OUT-POS:1)
          IF WS-HASH-POS = 32
             MOVE 1 TO WS-HASH-POS
          ELSE
             ADD 1 TO WS-HASH-POS
          END-IF
       END-IF
    END-PERFORM.
