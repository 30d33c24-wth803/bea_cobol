IDENTIFICATION DIVISION.
PROGRAM-ID. AUDCHAIN01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).

*> 链首行(AUDIT_CHAIN_HEAD)快照：本行之前的最后序号与摘要
01  WS-LAST-SEQ-NO         PIC 9(12).
01  WS-LAST-HASH           PIC X(32).
*> 链首摘要：新链第一行的"上一行摘要"
01  WS-GENESIS-HASH        PIC X(32) VALUE ALL '0'.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CHAIN-ID           PIC X(10).     *> 证据链标识(CHGAUD变更审计/
                                          *> MRGLOG归并日志/MRGDTL归并
                                          *> 明细/PENDAUTH待复核事项)
01  REQ-ROW-CONTENT        PIC X(400).    *> 本行规范内容(各链固定布局)
01  REQ-CHAIN-TM           PIC X(26).     *> 入链时刻(空白时取当前时刻
                                          *> 回送；调用方以此写入本行
                                          *> 的时间戳列)

*> ========== 输出参数 ==========
01  RESP-CHAIN-SEQ-NO      PIC 9(12).     *> 分配到的链序号
01  RESP-PREV-HASH         PIC X(32).     *> 上一行摘要
01  RESP-ROW-HASH          PIC X(32).     *> 本行链式摘要
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-CHAIN-ID, REQ-ROW-CONTENT, REQ-CHAIN-TM,
          RESP-CHAIN-SEQ-NO, RESP-PREV-HASH, RESP-ROW-HASH,
          RESP-CODE, RESP-MSG.

*> 证据链入链服务：CUST_INFO_CHG_AUDIT、CUST_ACCT_INFO_MRG_LOG、
*> CUST_MRG_DTL_LOG、CUST_PENDING_AUTH的每个写入点在写行之前调用
*> 本程序，取得链序号与链式摘要随行写入(CHAIN_SEQ_NO/
*> CHAIN_PREV_HASH/CHAIN_ROW_HASH)。链首行先加1再读，行锁持有到
*> 调用方提交，同链写入由此串行、序号无重无漏；调用方回滚时链首
*> 一并回滚。本程序不提交、不回滚，事务归调用方
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO RESP-CHAIN-SEQ-NO
    MOVE SPACES TO RESP-PREV-HASH
    MOVE SPACES TO RESP-ROW-HASH

    IF REQ-CHAIN-ID = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '证据链标识不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1) 入链时刻(同CUSTMRG01取统一时间戳的方式)
    IF REQ-CHAIN-TM = SPACES
       EXEC SQL
           VALUES CURRENT_TIMESTAMP INTO :REQ-CHAIN-TM
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '入链时刻读取失败' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2) 链首行序号先加1(取得行锁)，链首不存在时建链
    EXEC SQL
        UPDATE AUDIT_CHAIN_HEAD
           SET LAST_SEQ_NO = LAST_SEQ_NO + 1,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CHAIN_ID = :REQ-CHAIN-ID
    END-EXEC.

    IF SQLCODE = 100
       PERFORM CREATE-CHAIN-HEAD
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    ELSE
       IF SQLCODE NOT = 0
          MOVE 'E12002' TO WS-RESP-CODE
          MOVE '证据链首行锁定失败' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    EXEC SQL
        SELECT LAST_SEQ_NO, LAST_HASH
          INTO :WS-LAST-SEQ-NO, :WS-LAST-HASH
          FROM AUDIT_CHAIN_HEAD
         WHERE CHAIN_ID = :REQ-CHAIN-ID
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '证据链首行读取失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 3) 本行摘要 = H(上一行摘要, 序号, 时刻, 规范内容)
    MOVE WS-LAST-SEQ-NO TO RESP-CHAIN-SEQ-NO
    MOVE WS-LAST-HASH TO RESP-PREV-HASH
    CALL 'CHAINHASH01' USING RESP-PREV-HASH, RESP-CHAIN-SEQ-NO,
                             REQ-CHAIN-TM, REQ-ROW-CONTENT,
                             RESP-ROW-HASH
    END-CALL

    *> 4) 链首摘要推进到本行
    EXEC SQL
        UPDATE AUDIT_CHAIN_HEAD
           SET LAST_HASH = :RESP-ROW-HASH,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CHAIN_ID = :REQ-CHAIN-ID
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '证据链首行更新失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '入链成功' TO WS-RESP-MSG.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 建链：序号1、上一行摘要全0。并发建链撞主键时退回加1路径
CREATE-CHAIN-HEAD.
    EXEC SQL
        INSERT INTO AUDIT_CHAIN_HEAD (
            CHAIN_ID, LAST_SEQ_NO, LAST_HASH, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-CHAIN-ID, 1, :WS-GENESIS-HASH,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE = 0
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE AUDIT_CHAIN_HEAD
           SET LAST_SEQ_NO = LAST_SEQ_NO + 1,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CHAIN_ID = :REQ-CHAIN-ID
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '证据链首行锁定失败' TO WS-RESP-MSG
    END-IF.
