01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

*> 证件号码掩码工作区(CRTFTOKEN01)：异常报告只出掩码号
01  WS-MASK-MODE-CD         PIC X(01) VALUE 'M'.
01  WS-MASK-CRTF-NO         PIC X(20).
01  WS-MASK-CRTF-TOKEN      PIC X(20).
01  WS-MASK-CRTF-MASK       PIC X(20).
01  WS-MASK-RESP-CODE       PIC X(06).
01  WS-MASK-RESP-MSG        PIC X(50).

PROCEDURE DIVISION.
*> 监护完整性交叉核对批：MGMTGRDN01登记监护、GRDNMATUR01到龄
*> 失效，但监护人自己身故(MGMTDECD01)或证件过期从来没人留意

    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-EXC-COUNT
    MOVE WS-GRDN-CRTF-NO TO WS-MASK-CRTF-NO
    PERFORM MASK-CRTF-NO

    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO        DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-GRDN-NM          DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-MASK-CRTF-MASK   DELIMITED BY SIZE
           ' '                 DELIMITED BY SIZE
           WS-EXC-RSN-CD       DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 证件号码(明文或令牌)换掩码号；取不到掩码时整段以'*'遮蔽
MASK-CRTF-NO.
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-MASK-CRTF-NO,
                             WS-MASK-CRTF-TOKEN, WS-MASK-CRTF-MASK,
                             WS-MASK-RESP-CODE, WS-MASK-RESP-MSG
    END-CALL
    IF WS-MASK-RESP-CODE NOT = '000000'
       MOVE ALL '*' TO WS-MASK-CRTF-MASK
    END-IF.
