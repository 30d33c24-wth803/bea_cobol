IDENTIFICATION DIVISION.
PROGRAM-ID. CRTFTOKEN01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-CURRENT-DATE-TIME   PIC X(21).
01  WS-CRTF-NO             PIC X(20).
01  WS-CRTF-TOKEN          PIC X(20).
*> 令牌 = 'TK#' + 17位令牌序号
01  WS-NEW-TOKEN.
    05  WS-NEW-TOKEN-PREFIX PIC X(03) VALUE 'TK#'.
    05  WS-NEW-TOKEN-SEQ    PIC X(17).
    05  WS-NEW-TOKEN-SEQ-NUM REDEFINES WS-NEW-TOKEN-SEQ
                            PIC 9(17).
01  WS-DUP-COUNT           PIC 9(5).
01  WS-RETRY-COUNT         PIC 9(3).
01  WS-CRTF-LEN            PIC 9(2).
01  WS-MASK-LEN            PIC 9(2).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-MODE-CD            PIC X(01).     *> T-取令牌(库内没有则建)
                                          *> L-只查不建(库内没有回空白)
                                          *> M-按令牌取掩码号
01  REQ-CRTF-NO            PIC X(20).     *> 证件号码明文(T/L)或令牌(M)

*> ========== 输出参数 ==========
01  RESP-CRTF-TOKEN        PIC X(20).     *> 证件号码令牌
01  RESP-CRTF-MASK         PIC X(20).     *> 掩码号(前6后4，中间'*')
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-MODE-CD, REQ-CRTF-NO, RESP-CRTF-TOKEN, RESP-CRTF-MASK,
          RESP-CODE, RESP-MSG.

*> 证件号码令牌化服务：库表与文件里的证件号码一律以令牌存放，
*> 明文只留在令牌库CRTF_TOKEN_VAULT。同一号码始终得到同一令牌
*> (按明文查库，有则沿用)，名单筛查、开户查重、导入比对等按
*> 证件号码做的等值匹配照常成立。已是令牌的入参原样回送，调用方
*> 重复令牌化无副作用。本程序不回送明文；要明文须经DETOKEN01
*> (角色校验并留痕)。令牌库登记随调用方事务提交
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-CRTF-TOKEN
    MOVE SPACES TO RESP-CRTF-MASK

    IF REQ-MODE-CD NOT = 'T' AND REQ-MODE-CD NOT = 'L'
       AND REQ-MODE-CD NOT = 'M'
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '令牌化模式只能为T/L/M' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 空白号码(如待复核事项的占位)原样回空白
    IF REQ-CRTF-NO = SPACES OR REQ-CRTF-NO = LOW-VALUES
       MOVE '000000' TO WS-RESP-CODE
       MOVE '证件号码为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-MODE-CD = 'M'
       PERFORM MASK-CRTF-NO
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1) 已是令牌：原样回送
    IF REQ-CRTF-NO(1:3) = 'TK#'
       MOVE REQ-CRTF-NO TO RESP-CRTF-TOKEN
       MOVE '000000' TO WS-RESP-CODE
       MOVE '已是令牌' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 按明文查令牌库
    MOVE REQ-CRTF-NO TO WS-CRTF-NO
    PERFORM LOOKUP-TOKEN
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO RESP-CRTF-TOKEN
       MOVE '000000' TO WS-RESP-CODE
       MOVE '令牌查询成功' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 只查不建：库内没有说明任何库表都不会有这个号码
    IF REQ-MODE-CD = 'L'
       MOVE '000000' TO WS-RESP-CODE
       MOVE '令牌库中无此证件号码' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 3) 建令牌
    PERFORM ALLOC-TOKEN
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    EXEC SQL
        INSERT INTO CRTF_TOKEN_VAULT (
            CRTF_TOKEN, CRTF_NO, CRT_TM
        ) VALUES (
            :WS-NEW-TOKEN, :WS-CRTF-NO, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE = 0
       MOVE WS-NEW-TOKEN TO RESP-CRTF-TOKEN
       MOVE '000000' TO WS-RESP-CODE
       MOVE '令牌生成成功' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 并发登记同一号码撞唯一键：对方已建好，改取对方的令牌
    PERFORM LOOKUP-TOKEN
    IF WS-RESP-CODE = 'E99999' AND WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO RESP-CRTF-TOKEN
       MOVE '000000' TO WS-RESP-CODE
       MOVE '令牌查询成功' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-RESP-CODE = 'E99999'
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '令牌库登记失败' TO WS-RESP-MSG
    END-IF.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 按明文查令牌：查不到回空白令牌、响应码保持E99999由调用处接续
LOOKUP-TOKEN.
    MOVE SPACES TO WS-CRTF-TOKEN
    EXEC SQL
        SELECT CRTF_TOKEN
          INTO :WS-CRTF-TOKEN
          FROM CRTF_TOKEN_VAULT
         WHERE CRTF_NO = :WS-CRTF-NO
    END-EXEC.

    IF SQLCODE = 100
       MOVE SPACES TO WS-CRTF-TOKEN
    ELSE
       IF SQLCODE NOT = 0
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '令牌库查询失败' TO WS-RESP-MSG
       END-IF
    END-IF.

*> 令牌序号：优先取数据库序列(同MRGSEQGEN01)，序列不可用时退回
*> 时间戳并核对令牌库防撞，撞号则+1重试，最多重试99次
ALLOC-TOKEN.
    EXEC SQL
        SELECT LPAD(NEXTVAL FOR CRTF_TOKEN_SEQ, 17, '0')
          INTO :WS-NEW-TOKEN-SEQ
          FROM SYSIBM.SYSDUMMY1
    END-EXEC.

    IF SQLCODE = 0
       EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:16) TO WS-NEW-TOKEN-SEQ(1:16)
    MOVE '0' TO WS-NEW-TOKEN-SEQ(17:1)

    MOVE 0 TO WS-RETRY-COUNT
    PERFORM CHECK-TOKEN-FREE
    PERFORM UNTIL WS-DUP-COUNT = 0 OR WS-RETRY-COUNT > 99
       ADD 1 TO WS-NEW-TOKEN-SEQ-NUM
       ADD 1 TO WS-RETRY-COUNT
       PERFORM CHECK-TOKEN-FREE
    END-PERFORM.

    IF WS-DUP-COUNT NOT = 0
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '令牌序号分配失败' TO WS-RESP-MSG
    END-IF.

CHECK-TOKEN-FREE.
    MOVE 0 TO WS-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-DUP-COUNT
          FROM CRTF_TOKEN_VAULT
         WHERE CRTF_TOKEN = :WS-NEW-TOKEN
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-DUP-COUNT
       MOVE 100 TO WS-RETRY-COUNT
    END-IF.

*> 掩码：按令牌从令牌库取明文就地掩码，只回送掩码号。长度超过
*> 10位的留前6后4，其余留后4；尚未令牌化的旧值直接掩码
MASK-CRTF-NO.
    IF REQ-CRTF-NO(1:3) = 'TK#'
       MOVE SPACES TO WS-CRTF-NO
       EXEC SQL
           SELECT CRTF_NO
             INTO :WS-CRTF-NO
             FROM CRTF_TOKEN_VAULT
            WHERE CRTF_TOKEN = :REQ-CRTF-NO
       END-EXEC
       IF SQLCODE = 100
          MOVE 'F20002' TO WS-RESP-CODE
          MOVE '令牌库中无此令牌' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
       IF SQLCODE NOT = 0
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '令牌库查询失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
       MOVE REQ-CRTF-NO TO RESP-CRTF-TOKEN
    ELSE
       MOVE REQ-CRTF-NO TO WS-CRTF-NO
    END-IF

    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CRTF-NO TRAILING))
      TO WS-CRTF-LEN
    MOVE WS-CRTF-NO TO RESP-CRTF-MASK

    IF WS-CRTF-LEN > 10
       COMPUTE WS-MASK-LEN = WS-CRTF-LEN - 10
       MOVE ALL '*' TO RESP-CRTF-MASK(7:WS-MASK-LEN)
    ELSE
       IF WS-CRTF-LEN > 4
          COMPUTE WS-MASK-LEN = WS-CRTF-LEN - 4
          MOVE ALL '*' TO RESP-CRTF-MASK(1:WS-MASK-LEN)
       ELSE
          MOVE ALL '*' TO RESP-CRTF-MASK(1:WS-CRTF-LEN)
       END-IF
    END-IF

    MOVE SPACES TO WS-CRTF-NO
    MOVE '000000' TO WS-RESP-CODE
    MOVE '掩码成功' TO WS-RESP-MSG.
