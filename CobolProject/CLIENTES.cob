      *            WRITE RECUSADO TENTA O ID SEGUINTE E A FALHA
      *            PERSISTENTE E AVISADA NA TELA EM VEZ DA
      *            ALTERACAO SUMIR COM A MENSAGEM DE PENDENTE.
      * 2026-10-15 IVN - INCLUIDOS OS EMPRESTIMOS DO CLIENTE (OPCAO
      *            E, COB51-EMPRESTIMO, TRANSACAO CLI-EMPREST):
      *            CONTRATACAO COM CRONOGRAMA PRICE, CONSULTA DAS
      *            PARCELAS E CANCELAMENTO PELA SUPERVISAO.
      * 2026-10-15 IVN - O COB12-CONTAS PASSA A RECEBER TAMBEM O
      *            OPERADOR, GRAVADO NA REATIVACAO DE CONTA
      *            DORMENTE.
      * 2026-10-15 IVN - INCLUIDOS OS TITULOS DE COBRANCA DO CLIENTE
      *            (OPCAO T, COB61-TITULOS, TRANSACAO CLI-TITULOS):
      *            CADASTRO DO NOSSO NUMERO COM A CONTA QUE RECEBE A
      *            LIQUIDACAO DO RETORNO CNAB, LISTA E BAIXA.
      * 2026-10-15 IVN - A INCLUSAO PASSA A CONSULTAR O CADASTRO DE
      *            PESSOAS RESTRITAS (COB73-CONSULTA-RESTRITO) ANTES
      *            DE GRAVAR: CPF/CNPJ EM LISTA DE SANCOES BLOQUEIA
      *            A INCLUSAO; CPF/CNPJ DE PEP SO E INCLUIDO COM A
      *            CONFIRMACAO DE UM OPERADOR SUPERVISOR OU
      *            ADMINISTRADOR NA TELA; NOME SIMILAR AO DE UMA
      *            PESSOA DA LISTA INCLUI COM AVISO (A TRIAGEM
      *            NOTURNA LEVA O CASO PARA A COMPLIANCE).
      * 2026-10-15 IVN - CADA LINHA DO JORNAL TAMBEM VAI PARA O
      *            ESPELHO INDEXADO CLIJIDX (COB75-JORNAL-IDX, CHAVE
      *            CLIENTE + DATA + HORA). A CONSULTA DO JORNAL
      *            (OPCAO 7) VAI DIRETO AS ENTRADAS DO CLIENTE NO
      *            ESPELHO E PAGINA PARA A FRENTE (A) E PARA TRAS
      *            (V); SEM O ESPELHO CONTINUA VARRENDO O CLIJORN.
      * 2026-10-15 IVN - A TELA DE CONTATOS GANHA O VALOR A PARTIR DO
      *            QUAL UM DEBITO NA CONTA E AVISADO AO CLIENTE
      *            (ACAO A, ARQUIVO NOTPREF, COPY AVISO), EM REAIS
      *            INTEIROS. ZERO APAGA A PREFERENCIA E VOLTA A
      *            VALER O PADRAO DO AVISO NOTURNO (COB80-NOTIFICA).
      * 2026-10-15 IVN - O PROGRAMA PASSA A RECEBER O ID DA SESSAO
      *            DO OPERADOR (COB00-MENU) E A CONFERE A CADA
      *            OPCAO DO MENU (COB88-SESSAO): SESSAO OCIOSA ALEM
      *            DO TEMPO DO SESSPARM, DERRUBADA OU ASSUMIDA EM
      *            OUTRO TERMINAL ENCERRA O CADASTRO E O COB00-MENU
      *            EXIGE NOVO LOGIN. NA VOLTA DE CADA OPCAO A
      *            ATIVIDADE DA SESSAO E RENOVADA.
      * 2026-10-15 IVN - INCLUIDA A OPCAO F (FALECIMENTO / ESPOLIO,
      *            COB90-OBITO, TRANSACAO CLI-OBITO, ALCADA DE
      *            SUPERVISAO): REGISTRO DO OBITO E AUTORIZACOES DE
      *            DEBITO DO ESPOLIO. CLIENTE FALECIDO (STATUS O)
      *            NAO E INATIVADO PELA OPCAO 4.
      * 2026-10-15 IVN - A TELA DE HISTORICO DE SCORE GANHA A LEGENDA
      *            DA ORIGEM (M=MANUAL, B=BUREAU, C=SCORE
      *            COMPORTAMENTAL MENSAL DO COB93-SCORE-COMPORT).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.

           SELECT ARQ-JORNAL-IDX ASSIGN TO "CLIJIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-CHAVE
               FILE STATUS IS WRK-FS-JORNAL-IDX.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONTATO.

           SELECT ARQ-AVISO ASSIGN TO "NOTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CLIENTE
               FILE STATUS IS WRK-FS-AVISO.

           SELECT ARQ-PENDENTES ASSIGN TO "PENDALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  ARQ-JORNAL.
           COPY JORNAL.

       FD  ARQ-JORNAL-IDX.
           COPY JORNIDX.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  ARQ-CONTATO.
           COPY CONTATO.

       FD  ARQ-AVISO.
           COPY AVISO.

       FD  ARQ-PENDENTES.
       01  PENDENTE-REC.
           05 PEN-ID               PIC 9(06).
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-JRN-ACHOU          PIC X(01) VALUE 'N'.
           88 JRN-ACHOU           VALUE 'S'.
       77  WRK-FS-JORNAL-IDX      PIC X(02) VALUE '00'.
       77  WRK-JRN-POSICAO        PIC 9(04) VALUE ZEROS.
       77  WRK-JRN-LIDAS          PIC 9(04) VALUE ZEROS.
       77  WRK-ANTES-L1           PIC X(75) VALUE SPACES.
       77  WRK-ANTES-L2           PIC X(75) VALUE SPACES.
       77  WRK-DEPOIS-L1          PIC X(75) VALUE SPACES.
       77  WRK-CON-SEQ            PIC 9(02) VALUE ZEROS.
       77  WRK-PROX-CONTATO       PIC 9(03) VALUE ZEROS.
       77  WRK-CON-LINDX          PIC 9(02) VALUE ZEROS.
       77  WRK-FS-AVISO           PIC X(02) VALUE '00'.
       77  WRK-CON-AVISO          PIC 9(09) VALUE ZEROS.

       01  WRK-CONTATOS-TAB.
           05 WRK-CON-LIN         PIC X(52) OCCURS 8 TIMES.
       77  WRK-TRANSACAO          PIC X(20) VALUE SPACES.
       77  WRK-PERMITIDO          PIC X(01) VALUE 'N'.
           88 OPERACAO-PERMITIDA  VALUE 'S'.
       77  WRK-SES-FUNCAO         PIC X(01) VALUE SPACE.
       77  WRK-SES-RESULTADO      PIC X(01) VALUE 'S'.
           88 SESSAO-VALIDA       VALUE 'S' 'N'.
       77  WRK-SES-MENSAGEM       PIC X(60) VALUE SPACES.
       77  WRK-SES-OPERADOR       PIC X(20) VALUE SPACES.
       77  WRK-NIVEL-CHAMADA      PIC 9(02) VALUE ZEROS.
       77  WRK-DADOS-VALIDOS      PIC X(01) VALUE 'N'.
           88 DADOS-VALIDOS       VALUE 'S'.
       77  WRK-GRAVADO            PIC X(01) VALUE 'N'.
           88 CLIENTE-GRAVADO     VALUE 'S'.
       77  WRK-TENTATIVAS         PIC 9(02) VALUE ZEROS.
       77  WRK-RESTRICAO          PIC X(01) VALUE SPACE.
           88 RESTRICAO-SANCAO    VALUE 'S'.
           88 RESTRICAO-PEP       VALUE 'P'.
           88 RESTRICAO-NOME      VALUE 'N'.
       77  WRK-RESTR-LIBERADA     PIC X(01) VALUE 'N'.
           88 RESTR-LIBERADA      VALUE 'S'.

       01  WRK-MSG-INCLUIDO.
           05 FILLER              PIC X(22) VALUE
           88 OPER-USER           VALUE 02.
           88 OPER-SUPERVISOR     VALUE 03.
       01  LK-OPERADOR            PIC X(20).
       01  LK-SESSAO              PIC X(16).
       01  WRK-PAGINA-STACK.
           05 WRK-PAGINA-TOPOS    PIC 9(06) OCCURS 50 TIMES
                                   VALUE ZEROS.
           05 LINE 01 COLUMN 01 VALUE 'SISTEMA DE GESTAO DE CLIENTES'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE '1 - INCLUIR CLIENTE'.
           05 LINE 03 COLUMN 41 VALUE 'E - EMPRESTIMOS DO CLIENTE'.
           05 LINE 04 COLUMN 41 VALUE 'T - TITULOS DE COBRANCA'.
           05 LINE 05 COLUMN 41 VALUE 'F - FALECIMENTO / ESPOLIO'.
           05 LINE 04 COLUMN 01 VALUE '2 - CONSULTAR CLIENTE'.
           05 LINE 05 COLUMN 01 VALUE '3 - ALTERAR CLIENTE'.
           05 LINE 06 COLUMN 01 VALUE '4 - EXCLUIR (INATIVAR) CLIENTE'.
           05 LINE 11 COLUMN 01 PIC X(57) FROM WRK-LIN-HIS(8).
           05 LINE 12 COLUMN 01 PIC X(57) FROM WRK-LIN-HIS(9).
           05 LINE 13 COLUMN 01 PIC X(57) FROM WRK-LIN-HIS(10).
           05 LINE 14 COLUMN 01 VALUE
              'ORIGEM (O): M=MANUAL B=BUREAU C=COMPORTAMENTAL'.
           05 LINE 15 COLUMN 01 VALUE
              'A=MAIS ANTIGOS V=MAIS RECENTES F=FIM: '.
           05 LINE 15 COLUMN 40 PIC X(01) TO WRK-TECLA.
           05 LINE 08 COLUMN 01 VALUE 'CONFIRMA REATIVACAO (S/N)..: '.
           05 LINE 08 COLUMN 30 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-CONFIRMA-PEP.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
              VALUE 'INCLUSAO DE PESSOA EXPOSTA POLITICAMENTE (PEP)'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01 VALUE 'NOME................: '.
           05 LINE 03 COLUMN 23 PIC X(30) FROM WRK-NOME-NOVO.
           05 LINE 04 COLUMN 01 VALUE 'CPF/CNPJ............: '.
           05 LINE 04 COLUMN 23 PIC 9(14) FROM WRK-CPF-NOVO.
           05 LINE 06 COLUMN 01
              VALUE 'DOCUMENTO CONSTA NA LISTA DE PEP.'.
           05 LINE 08 COLUMN 01 VALUE 'SUPERVISAO CONFIRMA (S/N)..: '.
           05 LINE 08 COLUMN 30 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-CREDITO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 02 COLUMN 01 VALUE 'NUMERO: '.
           05 LINE 02 COLUMN 09 PIC 9(06) FROM WRK-CHAVE.
           05 LINE 02 COLUMN 21 VALUE 'ENTRADA: '.
           05 LINE 02 COLUMN 30 PIC ZZZ9 FROM WRK-JRN-POSICAO.
           05 LINE 03 COLUMN 01 VALUE 'DATA....: '.
           05 LINE 03 COLUMN 11 PIC 9(08) FROM JRN-DATA.
           05 LINE 03 COLUMN 21 VALUE 'HORA: '.
           05 LINE 10 COLUMN 01 PIC X(75) FROM WRK-DEPOIS-L1.
           05 LINE 11 COLUMN 01 PIC X(75) FROM WRK-DEPOIS-L2.
           05 LINE 13 COLUMN 01
              VALUE 'A=PROXIMO  V=ANTERIOR  F=FIM   OPCAO: '.
           05 LINE 13 COLUMN 39 PIC X(01) TO WRK-TECLA.
           05 LINE 15 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

           05 LINE 10 COLUMN 01 PIC X(52) FROM WRK-CON-LIN(7).
           05 LINE 11 COLUMN 01 PIC X(52) FROM WRK-CON-LIN(8).
           05 LINE 13 COLUMN 01
              VALUE 'ACAO (I=INCLUIR E=EXCLUIR A=AVISO F=FIM): '.
           05 LINE 13 COLUMN 43 PIC X(01) TO WRK-CON-ACAO.
           05 LINE 14 COLUMN 01 VALUE 'TIPO (F/E)..........: '.
           05 LINE 14 COLUMN 23 PIC X(01) USING WRK-CON-TIPO.
           05 LINE 15 COLUMN 01 VALUE 'VALOR...............: '.
           05 LINE 16 COLUMN 23 PIC X(01) USING WRK-CON-CONSENTE.
           05 LINE 17 COLUMN 01 VALUE 'SEQ P/ EXCLUIR......: '.
           05 LINE 17 COLUMN 23 PIC 9(02) USING WRK-CON-SEQ.
           05 LINE 18 COLUMN 01 VALUE 'AVISO DEB. ACIMA DE.: '.
           05 LINE 18 COLUMN 23 PIC 9(09) USING WRK-CON-AVISO.
           05 LINE 18 COLUMN 33 VALUE '(REAIS, 0 = PADRAO)'.
           05 LINE 19 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

           05 LINE 12 COLUMN 01 VALUE 'MOTIVO (SE REJEITAR): '.
           05 LINE 12 COLUMN 23 PIC X(30) USING WRK-PEN-MOTIVO.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR LK-OPERADOR
                                LK-SESSAO.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           MOVE SPACES TO WRK-MENSAGEM
           DISPLAY TELA-MENU
           ACCEPT TELA-MENU
           IF WRK-OPCAO NOT = '0'
               MOVE 'T' TO WRK-SES-FUNCAO
               PERFORM 2005-CHAMA-SESSAO
               IF NOT SESSAO-VALIDA
                   MOVE '0' TO WRK-OPCAO
               END-IF
           END-IF
           PERFORM 2010-MAPEIA-TRANSACAO
           IF WRK-OPCAO = '0'
               CONTINUE
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CONFERE/RENOVA A SESSAO DO OPERADOR (COB88-SESSAO).
      *    SESSAO QUE NAO VALE MAIS ENCERRA O CADASTRO; O
      *    COB00-MENU AVISA O MOTIVO E EXIGE NOVO LOGIN
      *-----------------------------------------------------
       2005-CHAMA-SESSAO.
           MOVE LK-OPERADOR TO WRK-SES-OPERADOR
           CALL 'COB88-SESSAO' USING WRK-SES-FUNCAO LK-OPERADOR
               LK-SESSAO LK-NIVEL-OPERADOR WRK-SES-OPERADOR
               WRK-SES-RESULTADO WRK-SES-MENSAGEM.

      *-----------------------------------------------------
      *    MAPEIA A OPCAO DO MENU PARA O CODIGO DE TRANSACAO
      *    DO ARQUIVO DE AUTORIZACOES
                   MOVE 'CLI-CONTATOS' TO WRK-TRANSACAO
               WHEN 'P'
                   MOVE 'CLI-APROVAR' TO WRK-TRANSACAO
               WHEN 'E'
                   MOVE 'CLI-EMPREST' TO WRK-TRANSACAO
               WHEN 'T'
                   MOVE 'CLI-TITULOS' TO WRK-TRANSACAO
               WHEN 'F'
                   MOVE 'CLI-OBITO' TO WRK-TRANSACAO
               WHEN OTHER
                   MOVE SPACES TO WRK-TRANSACAO
           END-EVALUATE.
               WHEN '8'
                   CLOSE CLIENTE-MASTER
                   CALL 'COB12-CONTAS' USING LK-NIVEL-OPERADOR
                                             LK-OPERADOR
                   OPEN I-O CLIENTE-MASTER
                   DISPLAY TELA
               WHEN '9'
                   PERFORM 2890-CONTATOS-CLIENTE
               WHEN 'P'
                   PERFORM 2960-PENDENCIAS
               WHEN 'E'
                   CLOSE CLIENTE-MASTER
                   CALL 'COB51-EMPRESTIMO' USING LK-NIVEL-OPERADOR
                                                 LK-OPERADOR
                   OPEN I-O CLIENTE-MASTER
                   DISPLAY TELA
               WHEN 'T'
                   CLOSE CLIENTE-MASTER
                   CALL 'COB61-TITULOS' USING LK-NIVEL-OPERADOR
                                              LK-OPERADOR
                   OPEN I-O CLIENTE-MASTER
                   DISPLAY TELA
               WHEN 'F'
                   CLOSE CLIENTE-MASTER
                   CALL 'COB90-OBITO' USING LK-NIVEL-OPERADOR
                                            LK-OPERADOR
                   OPEN I-O CLIENTE-MASTER
                   DISPLAY TELA
           END-EVALUATE
           MOVE 'R' TO WRK-SES-FUNCAO
           PERFORM 2005-CHAMA-SESSAO
           IF NOT SESSAO-VALIDA
               MOVE '0' TO WRK-OPCAO
           END-IF.

      *-----------------------------------------------------
      *    SEM ALCADA DIRETA DE ALTERACAO, TENTA A ALCADA DE
           IF CPF-DUPLICADO
               MOVE 'CPF/CNPJ JA CADASTRADO' TO WRK-MENSAGEM
           ELSE
               PERFORM 2170-VERIFICA-RESTRITOS
               IF RESTR-LIBERADA
                   PERFORM 2160-GRAVA-CLIENTE-NOVO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CONSULTA O DOCUMENTO E O NOME NO CADASTRO DE PESSOAS
      *    RESTRITAS: SANCAO BLOQUEIA; PEP EXIGE A CONFIRMACAO
      *    DE SUPERVISOR OU ADMINISTRADOR; NOME SIMILAR SO AVISA
      *    NA MENSAGEM DA GRAVACAO
      *-----------------------------------------------------
       2170-VERIFICA-RESTRITOS.
           MOVE 'N' TO WRK-RESTR-LIBERADA
           MOVE SPACE TO WRK-RESTRICAO
           CALL 'COB73-CONSULTA-RESTRITO' USING WRK-CPF-NOVO
               WRK-NOME-NOVO WRK-RESTRICAO
           EVALUATE TRUE
               WHEN RESTRICAO-SANCAO
                   MOVE 'BLOQUEADO - CPF/CNPJ EM LISTA DE SANCOES'
                       TO WRK-MENSAGEM
               WHEN RESTRICAO-PEP
                   IF NOT OPER-ADM AND NOT OPER-SUPERVISOR
                       MOVE 'PEP - INCLUSAO EXIGE SUPERVISOR'
                           TO WRK-MENSAGEM
                   ELSE
                       MOVE 'N' TO WRK-CONFIRMA
                       DISPLAY TELA-CONFIRMA-PEP
                       ACCEPT TELA-CONFIRMA-PEP
                       IF WRK-CONFIRMA-SIM
                           MOVE 'S' TO WRK-RESTR-LIBERADA
                       ELSE
                           MOVE 'INCLUSAO DE PEP NAO CONFIRMADA'
                               TO WRK-MENSAGEM
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WRK-RESTR-LIBERADA
           END-EVALUATE.

      *-----------------------------------------------------
      *    GRAVA O CLIENTE NOVO JA VALIDADO E SEM DUPLICATA DE
      *    CPF/CNPJ, REGISTRANDO O JORNAL E OS TOTAIS DO DIA
                   PERFORM 8000-GRAVA-JORNAL
                   DISPLAY TELA-INCLUIR
                   MOVE CLI-NUMERO TO MSG-NUMERO
                   EVALUATE TRUE
                       WHEN RESTRICAO-NOME
                           MOVE
                             'INCLUIDO - NOME SIMILAR A LISTA RESTRITA'
                               TO WRK-MENSAGEM
                       WHEN NOME-DUPLICADO
                           MOVE
                             'INCLUIDO - ATENCAO: NOME JA CADASTRADO'
                               TO WRK-MENSAGEM
                       WHEN OTHER
                           MOVE WRK-MSG-INCLUIDO TO WRK-MENSAGEM
                   END-EVALUATE
           END-WRITE
           END-IF.

                       PERFORM 2415-VERIFICA-COTITULARIDADE
                   END-IF
                   EVALUATE TRUE
                       WHEN CLI-FALECIDO
                           MOVE 'CLIENTE FALECIDO - USE A OPCAO F'
                               TO WRK-MENSAGEM
                       WHEN TEM-CONTA-ABERTA
                           MOVE 'TEM CONTA ABERTA - NAO INATIVADO'
                               TO WRK-MENSAGEM
      *-----------------------------------------------------
      *    CONSULTA O JORNAL DE ALTERACOES DE UM CLIENTE,
      *    EXIBINDO CADA OPERACAO COM AS IMAGENS ANTES/DEPOIS
      *    (RESTRITA AO ADMINISTRADOR E AO SUPERVISOR). VAI
      *    PELO ESPELHO INDEXADO (CLIJIDX); SEM ELE, VARRE O
      *    CLIJORN DO INICIO COMO ANTES
      *-----------------------------------------------------
       2700-CONSULTAR-JORNAL.
           IF NOT OPER-ADM AND NOT OPER-SUPERVISOR
               MOVE 'OPCAO RESTRITA A SUPERVISAO' TO WRK-MENSAGEM
           ELSE
               PERFORM 2900-OBTER-CHAVE
               MOVE ZEROS TO WRK-JRN-POSICAO
               OPEN INPUT ARQ-JORNAL-IDX
               IF WRK-FS-JORNAL-IDX = '00'
                   PERFORM 2730-CONSULTA-PELO-ESPELHO
                   CLOSE ARQ-JORNAL-IDX
               ELSE
                   PERFORM 2705-CONSULTA-SEQUENCIAL
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CONSULTA VARRENDO O CLIJORN (ESPELHO INDISPONIVEL)
      *-----------------------------------------------------
       2705-CONSULTA-SEQUENCIAL.
           OPEN INPUT ARQ-JORNAL
           IF WRK-FS-JORNAL NOT = '00'
               MOVE 'NAO HA JORNAL GRAVADO' TO WRK-MENSAGEM
           ELSE
               MOVE SPACE TO WRK-TECLA
               PERFORM 2710-PROCURA-E-EXIBE
                   UNTIL WRK-TECLA = 'F'
                      OR WRK-FS-JORNAL NOT = '00'
               CLOSE ARQ-JORNAL
               MOVE '00' TO WRK-FS-JORNAL
           END-IF.

      *-----------------------------------------------------
      *    PROCURA A PROXIMA OPERACAO DO CLIENTE NO JORNAL E
      *    EXIBE A TELA COM AS IMAGENS ANTES E DEPOIS
               UNTIL JRN-ACHOU OR WRK-FS-JORNAL NOT = '00'
           IF JRN-ACHOU
               MOVE SPACES TO WRK-MENSAGEM
               ADD 1 TO WRK-JRN-POSICAO
               PERFORM 2715-EXIBE-ENTRADA
           ELSE
               MOVE 'FIM DO HISTORICO DESTE CLIENTE' TO WRK-MENSAGEM
           END-IF.
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    EXIBE A OPERACAO CORRENTE (JORNAL-REC) E ACEITA A
      *    TECLA DE NAVEGACAO
      *-----------------------------------------------------
       2715-EXIBE-ENTRADA.
           MOVE JRN-ANTES(1:75)   TO WRK-ANTES-L1
           MOVE JRN-ANTES(76:75)  TO WRK-ANTES-L2
           MOVE JRN-DEPOIS(1:75)  TO WRK-DEPOIS-L1
           MOVE JRN-DEPOIS(76:75) TO WRK-DEPOIS-L2
           MOVE SPACE TO WRK-TECLA
           DISPLAY TELA-JORNAL
           ACCEPT TELA-JORNAL
           MOVE FUNCTION UPPER-CASE(WRK-TECLA) TO WRK-TECLA.

      *-----------------------------------------------------
      *    CONSULTA PELO ESPELHO: POSICIONA NA PRIMEIRA ENTRADA
      *    DO CLIENTE E PAGINA PARA A FRENTE (A) OU PARA TRAS (V)
      *-----------------------------------------------------
       2730-CONSULTA-PELO-ESPELHO.
           MOVE 1 TO WRK-JRN-POSICAO
           PERFORM 2760-POSICIONA-ESPELHO
           IF NOT JRN-ACHOU
               MOVE 'NAO HA HISTORICO DESTE CLIENTE' TO WRK-MENSAGEM
           ELSE
               MOVE SPACES TO WRK-MENSAGEM
               MOVE SPACE TO WRK-TECLA
               PERFORM 2740-EXIBE-E-NAVEGA
                   UNTIL WRK-TECLA = 'F'
               MOVE SPACES TO WRK-MENSAGEM
           END-IF.

      *-----------------------------------------------------
      *    EXIBE A ENTRADA CORRENTE E ANDA CONFORME A TECLA
      *    (QUALQUER OUTRA TECLA VALE COMO PROXIMO)
      *-----------------------------------------------------
       2740-EXIBE-E-NAVEGA.
           PERFORM 2715-EXIBE-ENTRADA
           MOVE SPACES TO WRK-MENSAGEM
           EVALUATE WRK-TECLA
               WHEN 'F'
                   CONTINUE
               WHEN 'V'
                   IF WRK-JRN-POSICAO > 1
                       SUBTRACT 1 FROM WRK-JRN-POSICAO
                       PERFORM 2760-POSICIONA-ESPELHO
                   ELSE
                       MOVE 'INICIO DO HISTORICO DESTE CLIENTE'
                           TO WRK-MENSAGEM
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-JRN-POSICAO
                   PERFORM 2760-POSICIONA-ESPELHO
                   IF NOT JRN-ACHOU
                       SUBTRACT 1 FROM WRK-JRN-POSICAO
                       PERFORM 2760-POSICIONA-ESPELHO
                       MOVE 'FIM DO HISTORICO DESTE CLIENTE'
                           TO WRK-MENSAGEM
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------
      *    POSICIONA NA ENTRADA WRK-JRN-POSICAO DO CLIENTE:
      *    START NA PRIMEIRA DELE E RELE ATE A POSICAO (COMO A
      *    PAGINACAO DA BUSCA POR NOME, SEM LEITURA PARA TRAS)
      *-----------------------------------------------------
       2760-POSICIONA-ESPELHO.
           MOVE 'N' TO WRK-JRN-ACHOU
           MOVE ZEROS TO WRK-JRN-LIDAS
           MOVE ZEROS TO JIX-CHAVE
           MOVE WRK-CHAVE TO JIX-NUMERO
           MOVE '00' TO WRK-FS-JORNAL-IDX
           START ARQ-JORNAL-IDX KEY IS NOT LESS THAN JIX-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-JORNAL-IDX
           END-START
           PERFORM 2770-LER-ESPELHO
               UNTIL JRN-ACHOU OR WRK-FS-JORNAL-IDX NOT = '00'.

       2770-LER-ESPELHO.
           READ ARQ-JORNAL-IDX NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-JORNAL-IDX
               NOT AT END
                   IF JIX-NUMERO NOT = WRK-CHAVE
                       MOVE '10' TO WRK-FS-JORNAL-IDX
                   ELSE
                       ADD 1 TO WRK-JRN-LIDAS
                       IF WRK-JRN-LIDAS = WRK-JRN-POSICAO
                           MOVE 'S' TO WRK-JRN-ACHOU
                           MOVE JIX-JORNAL TO JORNAL-REC
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    BUSCA DE CLIENTE POR NOME PARCIAL (CHAVE ALTERNATIVA
      *    DE NOME), COM ROLAGEM E ESCOLHA DE LINHA QUE CAI
      *-----------------------------------------------------
      *    MANUTENCAO DOS CONTATOS DO CLIENTE (ARQUIVO CONTATO):
      *    LISTA AS ENTRADAS, INCLUI COM SEQUENCIA AUTOMATICA E
      *    EXCLUI PELA SEQUENCIA, COM JORNAL (OPERACAO T), E
      *    MANTEM O VALOR DE AVISO DE DEBITO (ARQUIVO NOTPREF)
      *-----------------------------------------------------
       2890-CONTATOS-CLIENTE.
           PERFORM 2900-OBTER-CHAVE
                       CLOSE ARQ-CONTATO
                       OPEN I-O ARQ-CONTATO
                   END-IF
                   OPEN I-O ARQ-AVISO
                   IF WRK-FS-AVISO = '35'
                       OPEN OUTPUT ARQ-AVISO
                       CLOSE ARQ-AVISO
                       OPEN I-O ARQ-AVISO
                   END-IF
                   MOVE SPACE TO WRK-CON-ACAO
                   PERFORM 2891-TELA-CONTATOS
                       UNTIL WRK-CON-ACAO = 'F'
                   CLOSE ARQ-CONTATO
                   CLOSE ARQ-AVISO
           END-READ.

      *-----------------------------------------------------
           MOVE SPACES TO WRK-CON-VALOR
           MOVE SPACE TO WRK-CON-CONSENTE
           MOVE ZEROS TO WRK-CON-SEQ
           PERFORM 2897-CARREGA-AVISO
           DISPLAY TELA-CONTATOS
           ACCEPT TELA-CONTATOS
           MOVE FUNCTION UPPER-CASE(WRK-CON-ACAO) TO WRK-CON-ACAO
                   PERFORM 2893-INCLUI-CONTATO
               WHEN 'E'
                   PERFORM 2894-EXCLUI-CONTATO
               WHEN 'A'
                   PERFORM 2898-GRAVA-AVISO
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACAO INVALIDA - USE I, E, A OU F'
                       TO WRK-MENSAGEM
           END-EVALUATE.

           MOVE CONTATO-REC          TO JRN-DEPOIS
           MOVE SPACES TO JRN-OPERADOR-CAPTURA
           WRITE JORNAL-REC
           CALL 'COB75-JORNAL-IDX' USING JORNAL-REC
           CLOSE ARQ-JORNAL
           MOVE '00' TO WRK-FS-JORNAL.

      *-----------------------------------------------------
      *    TRAZ PARA A TELA O VALOR DE AVISO DE DEBITO DO
      *    CLIENTE (ZERO QUANDO VALE O PADRAO)
      *-----------------------------------------------------
       2897-CARREGA-AVISO.
           MOVE ZEROS TO WRK-CON-AVISO
           MOVE WRK-CHAVE TO AVI-CLIENTE
           READ ARQ-AVISO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AVI-VALOR-DEBITO TO WRK-CON-AVISO
           END-READ.

      *-----------------------------------------------------
      *    GRAVA O VALOR DE AVISO DE DEBITO INFORMADO. ZERO
      *    APAGA A PREFERENCIA DO CLIENTE (VOLTA O PADRAO)
      *-----------------------------------------------------
       2898-GRAVA-AVISO.
           MOVE WRK-CHAVE TO AVI-CLIENTE
           READ ARQ-AVISO
               INVALID KEY
                   IF WRK-CON-AVISO = ZEROS
                       MOVE 'CLIENTE JA USA O VALOR PADRAO'
                           TO WRK-MENSAGEM
                   ELSE
                       PERFORM 2899-MONTA-AVISO
                       WRITE AVISO-REC
                       MOVE 'VALOR DE AVISO GRAVADO'
                           TO WRK-MENSAGEM
                   END-IF
               NOT INVALID KEY
                   IF WRK-CON-AVISO = ZEROS
                       DELETE ARQ-AVISO RECORD
                       MOVE 'AVISO VOLTA AO VALOR PADRAO'
                           TO WRK-MENSAGEM
                   ELSE
                       PERFORM 2899-MONTA-AVISO
                       REWRITE AVISO-REC
                       MOVE 'VALOR DE AVISO GRAVADO'
                           TO WRK-MENSAGEM
                   END-IF
           END-READ.

       2899-MONTA-AVISO.
           MOVE WRK-CHAVE     TO AVI-CLIENTE
           MOVE WRK-CON-AVISO TO AVI-VALOR-DEBITO
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           MOVE WRK-DATA-HOJE TO AVI-DATA
           MOVE LK-OPERADOR   TO AVI-OPERADOR.

      *-----------------------------------------------------
      *    SOLICITA O NUMERO DO CLIENTE PARA AS TRANSACOES
      *-----------------------------------------------------
           MOVE CLIENTE-REC          TO JRN-DEPOIS
           MOVE WRK-JRN-CAPTURA      TO JRN-OPERADOR-CAPTURA
           WRITE JORNAL-REC
           CALL 'COB75-JORNAL-IDX' USING JORNAL-REC
           CLOSE ARQ-JORNAL
           MOVE SPACES TO WRK-JRN-CAPTURA
           MOVE '00' TO WRK-FS-JORNAL.
