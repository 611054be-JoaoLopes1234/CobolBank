       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBCHK.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    VALIDACAO DE UM FICHEIRO DE ENTRADA DE UMA CONTRAPARTE
      *    (VER INBCTL.cpy E INBCPRM.cpy), CHAMADA PELOS PASSOS DE
      *    COMPENSACAO (DDCLEAR, PAYCLEAR, CHQCLEAR, CARDCLR) ANTES DE
      *    LANCAREM O PRIMEIRO ITEM. O FICHEIRO INTEIRO E RECUSADO
      *    QUANDO FALTA O CABECALHO OU O RODAPE, QUANDO A CONTAGEM OU
      *    O TOTAL DE CONTROLO NAO BATEM COM OS DETALHES, QUANDO E DE
      *    OUTRA DATA DE NEGOCIO, QUANDO O EMISSOR JA ENVIOU ESSE
      *    NUMERO DE SEQUENCIA OU QUANDO O NUMERO NAO E O SEGUINTE AO
      *    ULTIMO ACEITE. UM FICHEIRO ACEITE FICA REGISTADO EM
      *    file/inbound_reg.txt (INBREG.cpy); UM RERUN DO PASSO NA
      *    MESMA DATA DE NEGOCIO ENCONTRA-O JA REGISTADO NESSA DATA E
      *    RETOMA-O. CADA RECECAO, ACEITE OU RECUSADA, FICA NUMA LINHA
      *    DO DIARIO file/inbound_log.txt.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBFILE ASSIGN WS-INB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INBFILE.
           SELECT INBREG ASSIGN 'file/inbound_reg.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               FILE STATUS IS FS-INBREG.
           SELECT INBLOG ASSIGN 'file/inbound_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD INBFILE.
       01 INBFILE-REC                   PIC X(200).

       FD INBREG.
           COPY 'INBREG.cpy'.

       FD INBLOG.
       01 INBLOG-REC                    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-INB-NAME                   PIC X(40).
           COPY 'INBCTL.cpy'.
       01 WS-HEADER-SEEN                PIC X(1).
       01 WS-TRAILER-SEEN               PIC X(1).
       01 WS-FIRST-LINE                 PIC X(1).
       01 WS-AMOUNT-X                   PIC X(9).
       01 WS-AMOUNT-N REDEFINES WS-AMOUNT-X
                                        PIC 9(7)V99.
      *    MAIOR NUMERO DE SEQUENCIA JA ACEITE DO EMISSOR
       01 WS-LAST-SEQ                   PIC 9(6).
       01 WS-NEXT-SEQ                   PIC 9(6).
       01 WS-SENDER-KNOWN               PIC X(1).
       01 WS-ALREADY-HERE               PIC X(1).
       01 WS-TIMESTAMP                  PIC X(14).
       01 WS-LOG-LINE                   PIC X(120).
       01 WS-HASH-EDIT                  PIC 9(11),99.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-INBFILE                    PIC X(2).
       01 FS-INBREG                     PIC X(2).
       01 FS-INBLOG                     PIC X(2).

       LINKAGE SECTION.
           COPY 'INBCPRM.cpy'.

       PROCEDURE DIVISION USING INBCHK-PARM.

           MOVE '00' TO IB-STATUS
           MOVE '000' TO IB-RESULT
           MOVE SPACES TO IB-REASON
           MOVE SPACES TO IB-SENDER
           MOVE ZERO TO IB-SEQ
           MOVE ZERO TO IB-FILE-DATE
           MOVE ZERO TO IB-COUNT
           MOVE ZERO TO IB-HASH
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIMESTAMP

           PERFORM SCAN-INBOUND-FILE
           IF IB-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF

           IF IB-RESULT = '000'
               PERFORM CHECK-REGISTRY
           END-IF
           IF IB-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF

           PERFORM WRITE-LOG-LINE.

           EXIT PROGRAM.

      ******************************************************************
      *    UMA PASSAGEM PELO FICHEIRO: CABECALHO NA PRIMEIRA LINHA,
      *    CONTAGEM E TOTAL DOS DETALHES, RODAPE NA ULTIMA LINHA
      ******************************************************************
       SCAN-INBOUND-FILE.
           MOVE IB-FILENAME TO WS-INB-NAME
           OPEN INPUT INBFILE
           IF FS-INBFILE NOT = '00'
               MOVE FS-INBFILE TO IB-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE 'S' TO WS-FIRST-LINE
           MOVE SPACES TO INB-TRAILER
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ INBFILE
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-LINE
                       MOVE 'N' TO WS-FIRST-LINE
               END-READ
           END-PERFORM
           CLOSE INBFILE

      *    UM FICHEIRO SEM LINHA NENHUMA (JA CONSUMIDO) E COMO SE NAO
      *    HOUVESSE FICHEIRO
           IF WS-FIRST-LINE = 'S'
               MOVE '35' TO IB-STATUS
               EXIT PARAGRAPH
           END-IF

           IF WS-HEADER-SEEN NOT = 'S'
               IF IB-RESULT = '000'
                   MOVE 'E01' TO IB-RESULT
                   MOVE 'SEM CABECALHO' TO IB-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-SEEN NOT = 'S'
               IF IB-RESULT = '000'
                   MOVE 'E02' TO IB-RESULT
                   MOVE 'SEM RODAPE' TO IB-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF IB-RESULT NOT = '000'
               EXIT PARAGRAPH
           END-IF

           IF INBT-COUNT NOT NUMERIC
              OR INBT-COUNT NOT = IB-COUNT
               MOVE 'E03' TO IB-RESULT
               MOVE 'CONTAGEM DIFERENTE DA DO RODAPE' TO IB-REASON
               EXIT PARAGRAPH
           END-IF
           IF INBT-TOTAL NOT NUMERIC
              OR INBT-TOTAL NOT = IB-HASH
               MOVE 'E04' TO IB-RESULT
               MOVE 'TOTAL DIFERENTE DO DO RODAPE' TO IB-REASON
               EXIT PARAGRAPH
           END-IF
           IF IB-FILE-DATE NOT = IB-BUSDATE
               MOVE 'E05' TO IB-RESULT
               MOVE 'FICHEIRO DE OUTRA DATA DE NEGOCIO' TO IB-REASON
           END-IF.

      ******************************************************************
      *    UMA LINHA DO FICHEIRO. O PRIMEIRO ERRO E O QUE FICA EM
      *    IB-RESULT; A CONTAGEM CONTINUA ATE AO FIM PARA O DIARIO
      ******************************************************************
       CHECK-ONE-LINE.
           IF WS-TRAILER-SEEN = 'S'
               IF IB-RESULT = '000'
                   MOVE 'E02' TO IB-RESULT
                   MOVE 'LINHAS DEPOIS DO RODAPE' TO IB-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE INBFILE-REC (1:1)
               WHEN 'H'
                   IF WS-FIRST-LINE = 'S'
                       MOVE 'S' TO WS-HEADER-SEEN
                       MOVE INBFILE-REC TO INB-HEADER
                       PERFORM CHECK-HEADER
                   ELSE
                       IF IB-RESULT = '000'
                           MOVE 'E01' TO IB-RESULT
                           MOVE 'CABECALHO FORA DA PRIMEIRA LINHA'
                               TO IB-REASON
                       END-IF
                   END-IF
               WHEN 'T'
                   MOVE 'S' TO WS-TRAILER-SEEN
                   MOVE INBFILE-REC TO INB-TRAILER
               WHEN OTHER
                   ADD 1 TO IB-COUNT
                   MOVE INBFILE-REC (IB-AMOUNT-POS:9) TO WS-AMOUNT-X
                   IF WS-AMOUNT-X IS NUMERIC
                       ADD WS-AMOUNT-N TO IB-HASH
                   ELSE
                       IF IB-RESULT = '000'
                           MOVE 'E08' TO IB-RESULT
                           MOVE 'DETALHE COM VALOR NAO NUMERICO'
                               TO IB-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-HEADER.
           IF INBH-SENDER = SPACES
              OR INBH-SEQ NOT NUMERIC
              OR INBH-CREATE-DATE NOT NUMERIC
              OR INBH-BUSDATE NOT NUMERIC
               MOVE 'E01' TO IB-RESULT
               MOVE 'CABECALHO INVALIDO' TO IB-REASON
               EXIT PARAGRAPH
           END-IF
           IF INBH-SEQ = ZERO
               MOVE 'E01' TO IB-RESULT
               MOVE 'CABECALHO INVALIDO' TO IB-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE INBH-SENDER TO IB-SENDER
           MOVE INBH-SEQ TO IB-SEQ
           MOVE INBH-BUSDATE TO IB-FILE-DATE.

      ******************************************************************
      *    DUPLICADOS E SEQUENCIA CONTRA O REGISTO; UM FICHEIRO ACEITE
      *    E REGISTADO LOGO AQUI
      ******************************************************************
       CHECK-REGISTRY.
           OPEN I-O INBREG
           IF FS-INBREG = '35'
               OPEN OUTPUT INBREG
               IF FS-INBREG NOT = '00'
                   MOVE FS-INBREG TO IB-STATUS
                   EXIT PARAGRAPH
               END-IF
               CLOSE INBREG
               OPEN I-O INBREG
           END-IF
           IF FS-INBREG NOT = '00'
               MOVE FS-INBREG TO IB-STATUS
               EXIT PARAGRAPH
           END-IF

      *    O MESMO FICHEIRO JA ESTA REGISTADO?
           MOVE 'N' TO WS-ALREADY-HERE
           MOVE IB-INTERFACE TO IR-INTERFACE
           MOVE IB-SENDER TO IR-SENDER
           MOVE IB-SEQ TO IR-SEQ
           READ INBREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IR-BUSDATE = IB-BUSDATE
                       MOVE 'S' TO WS-ALREADY-HERE
                   ELSE
                       MOVE 'E06' TO IB-RESULT
                       MOVE 'FICHEIRO JA COMPENSADO' TO IB-REASON
                   END-IF
           END-READ
           IF IB-RESULT NOT = '000' OR WS-ALREADY-HERE = 'S'
               CLOSE INBREG
               EXIT PARAGRAPH
           END-IF

      *    MAIOR NUMERO JA ACEITE DESTE EMISSOR NESTA INTERFACE
           MOVE 'N' TO WS-SENDER-KNOWN
           MOVE ZERO TO WS-LAST-SEQ
           MOVE IB-INTERFACE TO IR-INTERFACE
           MOVE IB-SENDER TO IR-SENDER
           MOVE ZERO TO IR-SEQ
           MOVE 'N' TO END-FILE
           START INBREG KEY IS >= IR-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ INBREG NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF IR-INTERFACE NOT = IB-INTERFACE
                          OR IR-SENDER NOT = IB-SENDER
                           MOVE 'S' TO END-FILE
                       ELSE
                           MOVE 'S' TO WS-SENDER-KNOWN
                           MOVE IR-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SENDER-KNOWN = 'S'
               COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1
               IF IB-SEQ NOT = WS-NEXT-SEQ
                   MOVE 'E07' TO IB-RESULT
                   MOVE SPACES TO IB-REASON
                   STRING 'FORA DE SEQUENCIA - ESPERADO '
                              DELIMITED SIZE
                          WS-NEXT-SEQ DELIMITED SIZE
                       INTO IB-REASON
                   CLOSE INBREG
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE IB-INTERFACE TO IR-INTERFACE
           MOVE IB-SENDER TO IR-SENDER
           MOVE IB-SEQ TO IR-SEQ
           MOVE INBH-CREATE-DATE TO IR-CREATE-DATE
           MOVE IB-FILE-DATE TO IR-FILE-DATE
           MOVE IB-BUSDATE TO IR-BUSDATE
           MOVE IB-COUNT TO IR-COUNT
           MOVE IB-HASH TO IR-HASH
           MOVE WS-TIMESTAMP TO IR-STAMP
           WRITE INBREG-REC
           IF FS-INBREG NOT = '00'
               MOVE FS-INBREG TO IB-STATUS
           END-IF
           CLOSE INBREG.

      ******************************************************************
      *    DIARIO DAS RECECOES: DATA DE NEGOCIO, INTERFACE, EMISSOR,
      *    SEQUENCIA, DATA DO FICHEIRO, CONTAGEM, TOTAL, RESULTADO,
      *    MOTIVO E INSTANTE
      ******************************************************************
       WRITE-LOG-LINE.
           MOVE IB-HASH TO WS-HASH-EDIT
           MOVE SPACES TO WS-LOG-LINE
           STRING IB-BUSDATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  IB-INTERFACE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  IB-SENDER DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  IB-SEQ DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  IB-FILE-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  IB-COUNT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-HASH-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  IB-RESULT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  IB-REASON DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TIMESTAMP DELIMITED SIZE
               INTO WS-LOG-LINE

           OPEN EXTEND INBLOG
           IF FS-INBLOG = '35'
               OPEN OUTPUT INBLOG
           END-IF
           IF FS-INBLOG NOT = '00' AND FS-INBLOG NOT = '05'
               MOVE FS-INBLOG TO IB-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-LINE TO INBLOG-REC
           WRITE INBLOG-REC
           IF FS-INBLOG NOT = '00'
               MOVE FS-INBLOG TO IB-STATUS
           END-IF
           CLOSE INBLOG.
