IDENTIFICATION DIVISION.
PROGRAM-ID. CHAINHASH01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> 参与摘要的整串：上一行摘要 + 本行链序号 + 入链时刻 + 本行规范
*> 内容(各链由调用方按固定布局拼成400字节)
01  WS-HASH-INPUT.
    05  WS-HI-PREV-HASH     PIC X(32).
    05  WS-HI-CHAIN-SEQ-NO  PIC 9(12).
    05  WS-HI-CHAIN-TM      PIC X(26).
    05  WS-HI-ROW-CONTENT   PIC X(400).
01  WS-HASH-INPUT-LEN       PIC 9(4) VALUE 470.

*> 四路模素数多项式累加，各路乘数/模数/初值不同，结果各取8位
*> 拼成32位摘要
01  WS-LANE-PARM-TEXT.
    05  FILLER              PIC X(20) VALUE '00257099999989161803'.
    05  FILLER              PIC X(20) VALUE '00263099999971314159'.
    05  FILLER              PIC X(20) VALUE '00269099999959271828'.
    05  FILLER              PIC X(20) VALUE '00271099999941141421'.
01  WS-LANE-PARM-TABLE REDEFINES WS-LANE-PARM-TEXT.
    05  WS-LANE-PARM        OCCURS 4.
        10  WS-LANE-MULT    PIC 9(05).
        10  WS-LANE-PRIME   PIC 9(09).
        10  WS-LANE-SEED    PIC 9(06).
01  WS-LANE-TABLE.
    05  WS-LANE-VAL         OCCURS 4 PIC 9(18).
01  WS-LANE-OUT             PIC 9(08).
01  WS-BYTE-VAL             PIC 9(05).
01  WS-I                    PIC 9(4).
01  WS-K                    PIC 9(1).
01  WS-OUT-POS              PIC 9(2).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-PREV-HASH           PIC X(32).     *> 上一行摘要(链首为全0)
01  REQ-CHAIN-SEQ-NO        PIC 9(12).     *> 本行链序号
01  REQ-CHAIN-TM            PIC X(26).     *> 本行入链时刻
01  REQ-ROW-CONTENT         PIC X(400).    *> 本行规范内容

*> ========== 输出参数 ==========
01  RESP-ROW-HASH           PIC X(32).     *> 本行链式摘要

PROCEDURE DIVISION
    USING REQ-PREV-HASH, REQ-CHAIN-SEQ-NO, REQ-CHAIN-TM,
          REQ-ROW-CONTENT, RESP-ROW-HASH.

*> 证据链摘要计算：AUDCHAIN01入链时与AUDCHAINVFY01逐链复核时共用
*> 本程序，保证两边算法一致。摘要覆盖上一行摘要，任何一行内容、
*> 序号或时刻被改动，本行及其后各行的摘要都对不上
MAIN-LOGIC.
    MOVE REQ-PREV-HASH TO WS-HI-PREV-HASH
    MOVE REQ-CHAIN-SEQ-NO TO WS-HI-CHAIN-SEQ-NO
    MOVE REQ-CHAIN-TM TO WS-HI-CHAIN-TM
    MOVE REQ-ROW-CONTENT TO WS-HI-ROW-CONTENT

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
       MOVE WS-LANE-SEED(WS-K) TO WS-LANE-VAL(WS-K)
    END-PERFORM

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HASH-INPUT-LEN
       COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-HASH-INPUT(WS-I:1))
       PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
          COMPUTE WS-LANE-VAL(WS-K) =
                  FUNCTION MOD(WS-LANE-VAL(WS-K) * WS-LANE-MULT(WS-K)
                               + WS-BYTE-VAL + WS-I * WS-K,
                               WS-LANE-PRIME(WS-K))
       END-PERFORM
    END-PERFORM

    *> 末轮交叉混合：每路再并入下一路的结果，单路碰撞不足以伪造
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
       IF WS-K < 4
          COMPUTE WS-LANE-VAL(WS-K) =
                  FUNCTION MOD(WS-LANE-VAL(WS-K) * WS-LANE-MULT(WS-K)
                               + WS-LANE-VAL(WS-K + 1),
                               WS-LANE-PRIME(WS-K))
       ELSE
          COMPUTE WS-LANE-VAL(WS-K) =
                  FUNCTION MOD(WS-LANE-VAL(WS-K) * WS-LANE-MULT(WS-K)
                               + WS-LANE-VAL(1),
                               WS-LANE-PRIME(WS-K))
       END-IF
    END-PERFORM

    MOVE SPACES TO RESP-ROW-HASH
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
       MOVE WS-LANE-VAL(WS-K) TO WS-LANE-OUT
       COMPUTE WS-OUT-POS = (WS-K - 1) * 8 + 1
       MOVE WS-LANE-OUT TO RESP-ROW-HASH(WS-OUT-POS:8)
    END-PERFORM

    EXIT PROGRAM.
