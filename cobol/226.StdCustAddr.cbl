IDENTIFICATION DIVISION.
PROGRAM-ID. ADDRSTD01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-ROW-COUNT           PIC S9(9) COMP-4.
01  WS-FETCH-SQLCODE       PIC S9(9) COMP-4.

*> 解析结果
01  WS-STD-STATUS-CD       PIC X(01).
01  WS-EXC-RSN-CD          PIC X(04).
01  WS-PROV-CD             PIC X(06).
01  WS-CITY-CD             PIC X(06).
01  WS-DIST-CD             PIC X(06).
01  WS-STREET-ADDR         PIC X(100).
01  WS-POSTAL-CD           PIC X(06).

*> 解析工作区：WS-AS-WORK为尚未认领的地址余下部分，每认领一级
*> 行政区划就从头部截去
01  WS-AS-WORK             PIC X(100).
01  WS-AS-TMP              PIC X(100).
01  WS-AS-LEN              PIC 9(03).
01  WS-AS-POS              PIC 9(03).
01  WS-AS-POSTAL-POS       PIC 9(03).

*> 一级行政区划匹配工作区(MATCH-REGION-LEVEL)：按代码模式圈定
*> 候选(省'__0000'、某省下的市'44__00'、某市下的区县'4403__')，
*> 候选名称须为地址余下部分的前缀。全称优先于简称(去掉末尾
*> 省/市/区/县一个字)，同类匹配取最长；最长者不止一个即为歧义
01  WS-RG-CODE-PATTERN     PIC X(10).
01  WS-RG-EXCL-PATTERN     PIC X(10).
01  WS-RG-CODE-VAL         PIC X(10).
01  WS-RG-NAME             PIC X(40).
01  WS-RG-NAME-LEN         PIC 9(03).
01  WS-RG-SHORT-LEN        PIC 9(03).
01  WS-RG-CAND-LEN         PIC 9(03).
01  WS-RG-CAND-FULL-FLG    PIC X(01).
01  WS-RG-BEST-LEN         PIC 9(03).
01  WS-RG-BEST-FULL-FLG    PIC X(01).
01  WS-RG-BEST-CD          PIC X(10).
01  WS-RG-TIE-FLG          PIC X(01).
01  WS-RG-RESULT-CD        PIC X(01).
01  WS-RG-LAST-3           PIC X(03).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-MODE-CD            PIC X(01).     *> 操作标志(P仅解析/S解析并
                                          *> 落当前地址行/D地址已删除)
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号(S/D时必填)
01  REQ-CUST-NO            PIC X(20).     *> 客户编号(S/D时必填)
01  REQ-ADDR-TYP-CD        PIC X(02).     *> 地址类型代码(S/D时必填)
01  REQ-ADDR               PIC X(100).    *> 地址原文
01  REQ-CNTRY-CD           PIC X(03).     *> 地址所在国(空或CHN时解析)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-STD-STATUS-CD     PIC X(01).     *> S已标准化/U无法解析/
                                          *> A有歧义/X境外地址不适用
01  RESP-EXC-RSN-CD        PIC X(04).     *> U/A时的原因代码
01  RESP-PROV-CD           PIC X(06).     *> 省级区划代码
01  RESP-CITY-CD           PIC X(06).     *> 地市级区划代码
01  RESP-DIST-CD           PIC X(06).     *> 区县级区划代码(可空)
01  RESP-STREET-ADDR       PIC X(100).    *> 街道门牌(区划之后的部分)
01  RESP-POSTAL-CD         PIC X(06).     *> 邮政编码(可空)

PROCEDURE DIVISION
    USING REQ-MODE-CD, REQ-TENANT-NO, REQ-CUST-NO, REQ-ADDR-TYP-CD,
          REQ-ADDR, REQ-CNTRY-CD,
          RESP-CODE, RESP-MSG, RESP-STD-STATUS-CD, RESP-EXC-RSN-CD,
          RESP-PROV-CD, RESP-CITY-CD, RESP-DIST-CD, RESP-STREET-ADDR,
          RESP-POSTAL-CD.

*> 客户地址标准化共享子程序：CUST_ADDR_INFO.ADDR是一段自由文本
*> (CRTPERC01开户、MGMTADDR01维护、ADDRBACKFILL01文件回填)，
*> 监管报送、客户通知函和分省统计都说不清客户住哪个省市区。
*> 按公共代码库行政区划代码集(SYS_CODE_LIBRARY/STATE_AND_RGN_CD，
*> 六位代码：省级'xx0000'、地市级'xxxx00'、区县级其余)从地址头部
*> 依次认领省、市、区县，剩下的为街道门牌，六位数字串取作邮编。
*>   省名缺省时按地市名在全国范围认领(地市唯一即反推省)；
*>   直辖市等地市名不出现时按区县名在全省范围认领(反推地市)；
*>   区县可缺省。
*> S模式把解析结果落到当前地址行(原文旁边的结构化列)，解析不了
*> 或有歧义的进地址修正清单ADDR_STD_WORKLIST，后来解析成功或地址
*> 删除时自动结项。本程序不提交，随调用方事务(MGMTADDR01在其维护
*> 事务内调用，ADDRSTDBAT01逐行提交)
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO WS-STD-STATUS-CD WS-EXC-RSN-CD WS-PROV-CD
                   WS-CITY-CD WS-DIST-CD WS-STREET-ADDR WS-POSTAL-CD

    IF REQ-MODE-CD NOT = 'P' AND REQ-MODE-CD NOT = 'S'
       AND REQ-MODE-CD NOT = 'D'
       MOVE 'E12196' TO WS-RESP-CODE
       MOVE '非法操作标志' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-MODE-CD NOT = 'P'
       AND (REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
            OR REQ-ADDR-TYP-CD = SPACES)
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号/地址类型不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 地址删除：该地址类型的未结修正项随之撤销
    IF REQ-MODE-CD = 'D'
       PERFORM CANCEL-WORKLIST-ITEM
       IF WS-RESP-CODE = 'E99999'
          MOVE '000000' TO WS-RESP-CODE
          MOVE '地址修正项已撤销' TO WS-RESP-MSG
       END-IF
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-ADDR = SPACES
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '地址内容不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1) 解析
    IF REQ-CNTRY-CD NOT = SPACES AND REQ-CNTRY-CD NOT = 'CHN'
       *> 境外地址不套用境内行政区划，原文照报
       MOVE 'X' TO WS-STD-STATUS-CD
       MOVE FUNCTION TRIM(REQ-ADDR) TO WS-STREET-ADDR
    ELSE
       PERFORM PARSE-ADDR
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 落当前地址行并维护修正清单
    IF REQ-MODE-CD = 'S'
       PERFORM STORE-STD-RESULT
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-STD-STATUS-CD
       WHEN 'S'
          MOVE '地址标准化成功' TO WS-RESP-MSG
       WHEN 'X'
          MOVE '境外地址不做区划标准化' TO WS-RESP-MSG
       WHEN 'A'
          MOVE '地址行政区划有歧义，需人工修正' TO WS-RESP-MSG
       WHEN OTHER
          MOVE '地址无法解析行政区划，需人工修正' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    MOVE WS-STD-STATUS-CD TO RESP-STD-STATUS-CD
    MOVE WS-EXC-RSN-CD TO RESP-EXC-RSN-CD
    MOVE WS-PROV-CD TO RESP-PROV-CD
    MOVE WS-CITY-CD TO RESP-CITY-CD
    MOVE WS-DIST-CD TO RESP-DIST-CD
    MOVE WS-STREET-ADDR TO RESP-STREET-ADDR
    MOVE WS-POSTAL-CD TO RESP-POSTAL-CD
    EXIT PROGRAM.

*> 地址解析：先摘邮编，去掉国名前缀，再依次认领省、市、区县
PARSE-ADDR.
    MOVE FUNCTION TRIM(REQ-ADDR) TO WS-AS-WORK
    PERFORM EXTRACT-POSTAL-CD

    IF WS-AS-WORK(1:6) = '中国'
       MOVE WS-AS-WORK(7:) TO WS-AS-TMP
       MOVE FUNCTION TRIM(WS-AS-TMP) TO WS-AS-WORK
    END-IF

    *> 省级
    MOVE '__0000' TO WS-RG-CODE-PATTERN
    MOVE '#' TO WS-RG-EXCL-PATTERN
    PERFORM MATCH-REGION-LEVEL
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF
    EVALUATE WS-RG-RESULT-CD
       WHEN 'M'
          MOVE WS-RG-BEST-CD TO WS-PROV-CD
          PERFORM CONSUME-MATCHED-NAME
       WHEN 'A'
          MOVE 'A' TO WS-STD-STATUS-CD
          MOVE 'APRV' TO WS-EXC-RSN-CD
          EXIT PARAGRAPH
       WHEN OTHER
          *> 省名缺省：地市名在全国范围唯一时反推省
          MOVE '____00' TO WS-RG-CODE-PATTERN
          MOVE '__0000' TO WS-RG-EXCL-PATTERN
          PERFORM MATCH-REGION-LEVEL
          IF WS-RESP-CODE NOT = 'E99999'
             EXIT PARAGRAPH
          END-IF
          EVALUATE WS-RG-RESULT-CD
             WHEN 'M'
                MOVE WS-RG-BEST-CD TO WS-CITY-CD
                MOVE WS-RG-BEST-CD(1:2) TO WS-PROV-CD(1:2)
                MOVE '0000' TO WS-PROV-CD(3:4)
                PERFORM CONSUME-MATCHED-NAME
             WHEN 'A'
                MOVE 'A' TO WS-STD-STATUS-CD
                MOVE 'ACTY' TO WS-EXC-RSN-CD
                EXIT PARAGRAPH
             WHEN OTHER
                MOVE 'U' TO WS-STD-STATUS-CD
                MOVE 'NPRV' TO WS-EXC-RSN-CD
                EXIT PARAGRAPH
          END-EVALUATE
    END-EVALUATE

    *> 地市级(省名之后)
    IF WS-CITY-CD = SPACES
       MOVE SPACES TO WS-RG-CODE-PATTERN
       STRING WS-PROV-CD(1:2) DELIMITED BY SIZE
              '__00' DELIMITED BY SIZE
         INTO WS-RG-CODE-PATTERN
       END-STRING
       MOVE WS-PROV-CD TO WS-RG-EXCL-PATTERN
       PERFORM MATCH-REGION-LEVEL
       IF WS-RESP-CODE NOT = 'E99999'
          EXIT PARAGRAPH
       END-IF
       EVALUATE WS-RG-RESULT-CD
          WHEN 'M'
             MOVE WS-RG-BEST-CD TO WS-CITY-CD
             PERFORM CONSUME-MATCHED-NAME
          WHEN 'A'
             MOVE 'A' TO WS-STD-STATUS-CD
             MOVE 'ACTY' TO WS-EXC-RSN-CD
             EXIT PARAGRAPH
          WHEN OTHER
             *> 直辖市等不写地市名：区县名在全省范围唯一时反推地市
             MOVE SPACES TO WS-RG-CODE-PATTERN
             STRING WS-PROV-CD(1:2) DELIMITED BY SIZE
                    '____' DELIMITED BY SIZE
               INTO WS-RG-CODE-PATTERN
             END-STRING
             MOVE '____00' TO WS-RG-EXCL-PATTERN
             PERFORM MATCH-REGION-LEVEL
             IF WS-RESP-CODE NOT = 'E99999'
                EXIT PARAGRAPH
             END-IF
             EVALUATE WS-RG-RESULT-CD
                WHEN 'M'
                   MOVE WS-RG-BEST-CD TO WS-DIST-CD
                   MOVE WS-RG-BEST-CD(1:4) TO WS-CITY-CD(1:4)
                   MOVE '00' TO WS-CITY-CD(5:2)
                   PERFORM CONSUME-MATCHED-NAME
                WHEN 'A'
                   MOVE 'A' TO WS-STD-STATUS-CD
                   MOVE 'ADST' TO WS-EXC-RSN-CD
                   EXIT PARAGRAPH
                WHEN OTHER
                   MOVE 'U' TO WS-STD-STATUS-CD
                   MOVE 'NCTY' TO WS-EXC-RSN-CD
                   EXIT PARAGRAPH
             END-EVALUATE
       END-EVALUATE
    END-IF

    *> 区县级(地市名之后，可缺省)
    IF WS-DIST-CD = SPACES
       MOVE SPACES TO WS-RG-CODE-PATTERN
       STRING WS-CITY-CD(1:4) DELIMITED BY SIZE
              '__' DELIMITED BY SIZE
         INTO WS-RG-CODE-PATTERN
       END-STRING
       MOVE '____00' TO WS-RG-EXCL-PATTERN
       PERFORM MATCH-REGION-LEVEL
       IF WS-RESP-CODE NOT = 'E99999'
          EXIT PARAGRAPH
       END-IF
       EVALUATE WS-RG-RESULT-CD
          WHEN 'M'
             MOVE WS-RG-BEST-CD TO WS-DIST-CD
             PERFORM CONSUME-MATCHED-NAME
          WHEN 'A'
             MOVE 'A' TO WS-STD-STATUS-CD
             MOVE 'ADST' TO WS-EXC-RSN-CD
             EXIT PARAGRAPH
       END-EVALUATE
    END-IF

    MOVE WS-AS-WORK TO WS-STREET-ADDR
    MOVE 'S' TO WS-STD-STATUS-CD.

*> 邮编：取地址中最后一段恰为六位的数字串，并从原文中摘掉
EXTRACT-POSTAL-CD.
    MOVE 0 TO WS-AS-POSTAL-POS
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AS-WORK TRAILING))
      TO WS-AS-LEN
    IF WS-AS-LEN < 6
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-AS-POS FROM 1 BY 1
      UNTIL WS-AS-POS > WS-AS-LEN - 5
       IF WS-AS-WORK(WS-AS-POS:6) IS NUMERIC
          AND (WS-AS-POS = 1
               OR WS-AS-WORK(WS-AS-POS - 1:1) IS NOT NUMERIC)
          AND (WS-AS-POS + 6 > WS-AS-LEN
               OR WS-AS-WORK(WS-AS-POS + 6:1) IS NOT NUMERIC)
          MOVE WS-AS-POS TO WS-AS-POSTAL-POS
       END-IF
    END-PERFORM

    IF WS-AS-POSTAL-POS = 0
       EXIT PARAGRAPH
    END-IF

    MOVE WS-AS-WORK(WS-AS-POSTAL-POS:6) TO WS-POSTAL-CD
    MOVE SPACES TO WS-AS-TMP
    IF WS-AS-POSTAL-POS = 1
       MOVE WS-AS-WORK(7:) TO WS-AS-TMP
    ELSE
       IF WS-AS-POSTAL-POS + 6 > WS-AS-LEN
          MOVE WS-AS-WORK(1:WS-AS-POSTAL-POS - 1) TO WS-AS-TMP
       ELSE
          STRING WS-AS-WORK(1:WS-AS-POSTAL-POS - 1)
                    DELIMITED BY SIZE
                 WS-AS-WORK(WS-AS-POSTAL-POS + 6:
                            WS-AS-LEN - WS-AS-POSTAL-POS - 5)
                    DELIMITED BY SIZE
            INTO WS-AS-TMP
          END-STRING
       END-IF
    END-IF
    MOVE FUNCTION TRIM(WS-AS-TMP) TO WS-AS-WORK.

*> 按代码模式逐个核对候选区划名称是否为地址余下部分的前缀
MATCH-REGION-LEVEL.
    MOVE 0 TO WS-RG-BEST-LEN
    MOVE 'N' TO WS-RG-BEST-FULL-FLG
    MOVE SPACES TO WS-RG-BEST-CD
    MOVE 'N' TO WS-RG-TIE-FLG
    MOVE 'N' TO WS-RG-RESULT-CD

    EXEC SQL
        DECLARE RGN-CAND-CUR CURSOR FOR
        SELECT TRIM(CODE_VAL), TRIM(CN_DESC)
          FROM SYS_CODE_LIBRARY
         WHERE CODE_SET_CD = 'STATE_AND_RGN_CD'
           AND VALID_FLG = '1'
           AND LENGTH(TRIM(CODE_VAL)) = 6
           AND TRIM(CODE_VAL) LIKE TRIM(:WS-RG-CODE-PATTERN)
           AND TRIM(CODE_VAL) NOT LIKE TRIM(:WS-RG-EXCL-PATTERN)
         ORDER BY CODE_VAL
    END-EXEC.

    EXEC SQL OPEN RGN-CAND-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '行政区划代码读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH RGN-CAND-CUR
            INTO :WS-RG-CODE-VAL, :WS-RG-NAME
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM CHECK-ONE-REGION-CAND
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       EXEC SQL CLOSE RGN-CAND-CUR END-EXEC
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '行政区划代码读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL CLOSE RGN-CAND-CUR END-EXEC.

    IF WS-RG-BEST-LEN > 0
       IF WS-RG-TIE-FLG = 'Y'
          MOVE 'A' TO WS-RG-RESULT-CD
       ELSE
          MOVE 'M' TO WS-RG-RESULT-CD
       END-IF
    END-IF.

*> 一个候选：全称为前缀记全称匹配；否则名称末字为省/市/区/县且
*> 去掉后至少两个字时，以简称为前缀记简称匹配
CHECK-ONE-REGION-CAND.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RG-NAME TRAILING))
      TO WS-RG-NAME-LEN
    IF WS-RG-NAME-LEN = 0
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-RG-CAND-LEN
    IF WS-AS-WORK(1:WS-RG-NAME-LEN) = WS-RG-NAME(1:WS-RG-NAME-LEN)
       MOVE WS-RG-NAME-LEN TO WS-RG-CAND-LEN
       MOVE 'Y' TO WS-RG-CAND-FULL-FLG
    ELSE
       IF WS-RG-NAME-LEN >= 9
          MOVE WS-RG-NAME(WS-RG-NAME-LEN - 2:3) TO WS-RG-LAST-3
          IF WS-RG-LAST-3 = '省' OR WS-RG-LAST-3 = '市'
             OR WS-RG-LAST-3 = '区' OR WS-RG-LAST-3 = '县'
             COMPUTE WS-RG-SHORT-LEN = WS-RG-NAME-LEN - 3
             IF WS-AS-WORK(1:WS-RG-SHORT-LEN) =
                WS-RG-NAME(1:WS-RG-SHORT-LEN)
                MOVE WS-RG-SHORT-LEN TO WS-RG-CAND-LEN
                MOVE 'N' TO WS-RG-CAND-FULL-FLG
             END-IF
          END-IF
       END-IF
    END-IF

    IF WS-RG-CAND-LEN = 0
       EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
       WHEN WS-RG-BEST-LEN = 0
          PERFORM TAKE-REGION-CAND
       WHEN WS-RG-CAND-FULL-FLG = 'Y' AND WS-RG-BEST-FULL-FLG = 'N'
          PERFORM TAKE-REGION-CAND
       WHEN WS-RG-CAND-FULL-FLG = 'N' AND WS-RG-BEST-FULL-FLG = 'Y'
          CONTINUE
       WHEN WS-RG-CAND-LEN > WS-RG-BEST-LEN
          PERFORM TAKE-REGION-CAND
       WHEN WS-RG-CAND-LEN = WS-RG-BEST-LEN
          MOVE 'Y' TO WS-RG-TIE-FLG
    END-EVALUATE.

TAKE-REGION-CAND.
    MOVE WS-RG-CAND-LEN TO WS-RG-BEST-LEN
    MOVE WS-RG-CAND-FULL-FLG TO WS-RG-BEST-FULL-FLG
    MOVE WS-RG-CODE-VAL TO WS-RG-BEST-CD
    MOVE 'N' TO WS-RG-TIE-FLG.

*> 截去已认领的区划名称
CONSUME-MATCHED-NAME.
    MOVE WS-AS-WORK(WS-RG-BEST-LEN + 1:) TO WS-AS-TMP
    MOVE FUNCTION TRIM(WS-AS-TMP) TO WS-AS-WORK.

*> 解析结果落当前地址行(原文旁的结构化列)；U/A进修正清单(同类型
*> 已有未结项时以新地址刷新)，S/X时该类型未结项自动结项
STORE-STD-RESULT.
    EXEC SQL
        UPDATE CUST_ADDR_INFO
           SET PROV_CD = :WS-PROV-CD,
               CITY_CD = :WS-CITY-CD,
               DIST_CD = :WS-DIST-CD,
               STREET_ADDR = :WS-STREET-ADDR,
               POSTAL_CD = :WS-POSTAL-CD,
               ADDR_STD_STATUS_CD = :WS-STD-STATUS-CD,
               ADDR_STD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND ADDR_TYP_CD = :REQ-ADDR-TYP-CD
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '标准化地址写入失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-STD-STATUS-CD = 'S' OR WS-STD-STATUS-CD = 'X'
       EXEC SQL
           UPDATE ADDR_STD_WORKLIST
              SET STATUS_CD = '1',
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND CUST_NO = :REQ-CUST-NO
              AND ADDR_TYP_CD = :REQ-ADDR-TYP-CD
              AND STATUS_CD = '0'
       END-EXEC
       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
          MOVE 'E12004' TO WS-RESP-CODE
          MOVE '地址修正清单结项失败' TO WS-RESP-MSG
       END-IF
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE ADDR_STD_WORKLIST
           SET ADDR = :REQ-ADDR,
               EXC_RSN_CD = :WS-EXC-RSN-CD,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND ADDR_TYP_CD = :REQ-ADDR-TYP-CD
           AND STATUS_CD = '0'
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '地址修正清单写入失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
    END-EXEC

    IF WS-ROW-COUNT = 0
       EXEC SQL
           INSERT INTO ADDR_STD_WORKLIST (
               TENANT_NO, CUST_NO, ADDR_TYP_CD, ADDR, EXC_RSN_CD,
               STATUS_CD, CRT_TM, UPD_TM
           ) VALUES (
               :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-ADDR-TYP-CD,
               :REQ-ADDR, :WS-EXC-RSN-CD, '0',
               CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 'E12004' TO WS-RESP-CODE
          MOVE '地址修正清单写入失败' TO WS-RESP-MSG
       END-IF
    END-IF.

*> 地址删除后该类型的未结修正项撤销
CANCEL-WORKLIST-ITEM.
    EXEC SQL
        UPDATE ADDR_STD_WORKLIST
           SET STATUS_CD = '2',
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND ADDR_TYP_CD = :REQ-ADDR-TYP-CD
           AND STATUS_CD = '0'
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '地址修正清单撤销失败' TO WS-RESP-MSG
    END-IF.
