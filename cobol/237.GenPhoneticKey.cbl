IDENTIFICATION DIVISION.
PROGRAM-ID. PHONKEY01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-NM-LEN              PIC 9(03).
01  WS-POS                 PIC 9(03).
01  WS-CHAR-LEN            PIC 9(01).
01  WS-ONE-CHAR            PIC X(04).
01  WS-BYTE-VAL            PIC 9(03).
01  WS-PINYIN-TXT          PIC X(08).
01  WS-KEY-POS             PIC 9(03).
01  WS-UPPER-CHAR          PIC X(01).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-NM                 PIC X(50).     *> 待转换名称

*> ========== 输出参数 ==========
01  RESP-PHONETIC-KEY      PIC X(100).    *> 拼音键

PROCEDURE DIVISION
    USING REQ-NM, RESP-PHONETIC-KEY.

*> 名称拼音键计算：逐字符扫描名称——拉丁字母直接收大写，汉字
*> (UTF-8三字节)查注音对照表PHONETIC_CHAR_MAP，查不到的生僻字
*> 跳过。客户名称索引(PHONIDX01)与曾用名/别名登记(MGMTCUSTALIAS01)
*> 共用同一算法，保证按拼音检索时两处的键可比
MAIN-LOGIC.
    MOVE SPACES TO RESP-PHONETIC-KEY
    MOVE 1 TO WS-KEY-POS
    MOVE 0 TO WS-NM-LEN
    IF REQ-NM NOT = SPACES
       MOVE FUNCTION LENGTH(FUNCTION TRIM(REQ-NM TRAILING))
         TO WS-NM-LEN
    END-IF
    MOVE 1 TO WS-POS
    PERFORM UNTIL WS-POS > WS-NM-LEN OR WS-KEY-POS > 92
       PERFORM APPEND-ONE-CHAR
    END-PERFORM.

EXIT-PROGRAM.
    EXIT PROGRAM.

*> 取名称当前位置的一个字符并追加到拼音键：首字节小于128按
*> 单字节拉丁字符(字母收大写，其余跳过)；首字节224以上按UTF-8
*> 三字节汉字查注音对照表，查不到的生僻字跳过；其余(双字节序
*> 列等)逐字节跳过
APPEND-ONE-CHAR.
    COMPUTE WS-BYTE-VAL =
            FUNCTION ORD(REQ-NM(WS-POS:1)) - 1

    EVALUATE TRUE
       WHEN WS-BYTE-VAL < 128
          MOVE FUNCTION UPPER-CASE(REQ-NM(WS-POS:1))
            TO WS-UPPER-CHAR
          IF WS-UPPER-CHAR >= 'A' AND WS-UPPER-CHAR <= 'Z'
             MOVE WS-UPPER-CHAR
               TO RESP-PHONETIC-KEY(WS-KEY-POS:1)
             ADD 1 TO WS-KEY-POS
          END-IF
          ADD 1 TO WS-POS
       WHEN WS-BYTE-VAL >= 224
          IF WS-POS + 2 > WS-NM-LEN
             MOVE WS-NM-LEN TO WS-POS
             ADD 1 TO WS-POS
             EXIT PARAGRAPH
          END-IF
          MOVE SPACES TO WS-ONE-CHAR
          MOVE REQ-NM(WS-POS:3) TO WS-ONE-CHAR
          PERFORM LOOKUP-CHAR-PINYIN
          ADD 3 TO WS-POS
       WHEN OTHER
          ADD 1 TO WS-POS
    END-EVALUATE.

*> 按单个汉字查注音对照表，命中时拼音追加到拼音键
LOOKUP-CHAR-PINYIN.
    MOVE SPACES TO WS-PINYIN-TXT
    EXEC SQL
        SELECT PINYIN_TXT INTO :WS-PINYIN-TXT
          FROM PHONETIC_CHAR_MAP
         WHERE CHAR_TXT = :WS-ONE-CHAR
    END-EXEC

    IF SQLCODE = 0 AND WS-PINYIN-TXT NOT = SPACES
       MOVE 0 TO WS-CHAR-LEN
       COMPUTE WS-CHAR-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PINYIN-TXT))
       IF WS-KEY-POS + WS-CHAR-LEN <= 100
          MOVE FUNCTION TRIM(WS-PINYIN-TXT)
            TO RESP-PHONETIC-KEY(WS-KEY-POS:WS-CHAR-LEN)
          ADD WS-CHAR-LEN TO WS-KEY-POS
       END-IF
    END-IF.
