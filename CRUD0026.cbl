      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Apontar em RELFON.LST os candidatos a duplicidade que
      *          o CRUD0009 nao pega (documento em branco ou digitado
      *          errado): monta uma chave fonetica do nome e uma forma
      *          normalizada do endereco, pelas regras do portugues
      *          (sem acentos, sem DA/DE/DOS, SS/C-cedilha e Z/S com o
      *          mesmo som), compara os clientes cujas chaves batem
      *          no primeiro ou no ultimo nome, da uma nota a cada par
      *          e lista os pares da maior nota para a menor, com os
      *          dois fones para a fusao do CRUD0020. Pares ja
      *          declarados diferentes em NAO-DUPLICADOS.DAT ficam de
      *          fora, e tambem os clientes anonimizados pelo CRUD0024,
      *          que teriam todos o mesmo nome e endereco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0026.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLIENTES-STATUS
           RECORD KEY IS CLIENTES-CHAVE
           ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.

           SELECT NAO-DUPLICADOS ASSIGN TO 'NAO-DUPLICADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS NAODUP-STATUS
           RECORD KEY IS NDP-CHAVE.

           SELECT LST-FONETICO ASSIGN TO 'RELFON.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIREG.

       FD NAO-DUPLICADOS.
           COPY NDPREG.

       FD LST-FONETICO.
       01 LST-REG PIC X(100).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 NAODUP-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 WRK-NAODUP-OK PIC X(01) VALUE 'N'.
       77 WRK-TAB-QTD PIC 9(04) VALUE ZERO.
       77 WRK-TAB-MAX PIC 9(04) VALUE 5000.
       77 WRK-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-CND-QTD PIC 9(04) VALUE ZERO.
       77 WRK-CND-MAX PIC 9(04) VALUE 2000.
       77 WRK-CND-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-I PIC 9(04).
       77 WRK-J PIC 9(04).
       77 WRK-C PIC 9(04).
       77 WRK-A PIC 9(02).
       77 WRK-B PIC 9(02).
       77 WRK-K PIC 9(02).
       77 WRK-NOTA-MINIMA PIC 9(03).
       77 WRK-NOTA PIC 9(03).
       77 WRK-NOTA-NOME PIC 9(03).
       77 WRK-NOTA-ENDERECO PIC 9(03).
       77 WRK-PONTOS PIC 9(03).
       77 WRK-MELHOR PIC 9(01).
       77 WRK-MAIOR-QTD PIC 9(02).
       77 WRK-FONE-MENOR PIC 9(09).
       77 WRK-FONE-MAIOR PIC 9(09).
       77 WRK-TOTAL-LIDOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-ANONIMOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-COMPARADOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-REVISADOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-CANDIDATOS PIC 9(05) VALUE ZERO.

      *    Normalizacao do texto: maiusculas, acentos e cedilha em
      *    ISO-8859-1 ou UTF-8, qualquer outro sinal separa palavras
       77 WRK-TEXTO PIC X(40).
       77 WRK-TEXTO-TAM PIC 9(02).
       77 WRK-IDX-CHAR PIC 9(02).
       77 WRK-CHAR PIC X(01).
       77 WRK-CHAR-ORIGINAL PIC X(01).
       77 WRK-UTF8 PIC X(01).
       77 WRK-PAL-QTD PIC 9(02).
       77 WRK-PAL-POS PIC 9(02).

      *    Codificacao fonetica de uma palavra
       77 WRK-PALAVRA PIC X(22).
       77 WRK-PAL-TAM PIC 9(02).
       77 WRK-P PIC 9(02).
       77 WRK-LETRA PIC X(01).
       77 WRK-PROXIMA PIC X(01).
       77 WRK-SEGUINTE PIC X(01).
       77 WRK-SOM PIC X(01).
       77 WRK-ULTIMO-SOM PIC X(01).
       77 WRK-PULAR PIC X(01).
       77 WRK-CODIGO PIC X(06).
       77 WRK-COD-TAM PIC 9(01).
       77 WRK-CONECTIVO PIC X(01).

       01 WRK-PALAVRAS.
           05 WRK-PAL OCCURS 8 PIC X(20).

       01 WRK-MINUSCULAS PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WRK-MAIUSCULAS PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WRK-ACENTOS-LATIN1.
           05 FILLER PIC X(12) VALUE X'C0C1C2C3C4C7C8C9CACBCCCD'.
           05 FILLER PIC X(12) VALUE X'CECFD1D2D3D4D5D6D9DADBDC'.
           05 FILLER PIC X(12) VALUE X'E0E1E2E3E4E7E8E9EAEBECED'.
           05 FILLER PIC X(12) VALUE X'EEEFF1F2F3F4F5F6F9FAFBFC'.

      *    Segundo byte das letras acentuadas em UTF-8 (primeiro byte
      *    X'C3'), na mesma ordem da tabela acima
       01 WRK-ACENTOS-UTF8.
           05 FILLER PIC X(12) VALUE X'80818283848788898A8B8C8D'.
           05 FILLER PIC X(12) VALUE X'8E8F919293949596999A9B9C'.
           05 FILLER PIC X(12) VALUE X'A0A1A2A3A4A7A8A9AAABACAD'.
           05 FILLER PIC X(12) VALUE X'AEAFB1B2B3B4B5B6B9BABBBC'.

       01 WRK-SEM-ACENTO.
           05 FILLER PIC X(24) VALUE 'AAAAASEEEEIIIINOOOOOUUUU'.
           05 FILLER PIC X(24) VALUE 'AAAAASEEEEIIIINOOOOOUUUU'.

       01 WRK-TABELA.
           05 WRK-TAB-ENTRADA OCCURS 5000.
               10 WRK-TAB-FONE PIC 9(09).
               10 WRK-TAB-NOME PIC X(30).
               10 WRK-TAB-ENDERECO PIC X(40).
               10 WRK-TAB-SITUACAO PIC X(01).
               10 WRK-TAB-EMAIL PIC X(40).
               10 WRK-TAB-NOME-QTD PIC 9(02).
               10 WRK-TAB-NOME-COD OCCURS 6.
                   15 WRK-TAB-NCOD PIC X(06).
                   15 WRK-TAB-NTAM PIC 9(01).
                   15 WRK-TAB-NABREV PIC X(01).
               10 WRK-TAB-END-QTD PIC 9(02).
               10 WRK-TAB-ECOD OCCURS 8 PIC X(06).

       01 WRK-CANDIDATOS.
           05 WRK-CND OCCURS 2000.
               10 WRK-CND-I PIC 9(04).
               10 WRK-CND-J PIC 9(04).
               10 WRK-CND-NOTA PIC 9(03).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).

       01 LIN-CABECALHO.
           05 FILLER PIC X(44)
              VALUE 'CANDIDATOS A DUPLICIDADE (NOME FONETICO) -  '.
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO PIC 9(04).

       01 LIN-CABECALHO-2.
           05 FILLER PIC X(05) VALUE 'NOTA'.
           05 FILLER PIC X(10) VALUE 'FONE'.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(02) VALUE 'S'.
           05 FILLER PIC X(40) VALUE 'ENDERECO'.

       01 LIN-DETALHE.
           05 DET-NOTA PIC ZZZ.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-FONE PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-SITUACAO PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-ENDERECO PIC X(40).

       01 LIN-CONTROLE.
           05 CTL-DESCRICAO PIC X(30).
           05 CTL-VALOR PIC ZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR-TABELA
               UNTIL CLIENTES-STATUS NOT = 0.
           PERFORM 3000-APONTAR-CANDIDATOS.
           PERFORM 4000-IMPRIMIR-CANDIDATOS.
           PERFORM 5000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           DISPLAY 'CRUD0026 - DUPLICIDADE POR NOME FONETICO'.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Os pares recusados so existem depois da primeira resposta N
      *    na fusao do CRUD0020
           OPEN INPUT NAO-DUPLICADOS.
           IF NAODUP-STATUS = 0
               MOVE 'S' TO WRK-NAODUP-OK
           END-IF.

           DISPLAY 'NOTA MINIMA DO PAR (0 A 100, 0 = 50):'.
           ACCEPT WRK-NOTA-MINIMA.
           IF WRK-NOTA-MINIMA = ZERO OR WRK-NOTA-MINIMA > 100
               MOVE 50 TO WRK-NOTA-MINIMA
           END-IF.

           OPEN OUTPUT LST-FONETICO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES TO CAB-MES.
           MOVE WRK-ANO TO CAB-ANO.
           WRITE LST-REG FROM LIN-CABECALHO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           WRITE LST-REG FROM LIN-CABECALHO-2.

           READ CLIENTES
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

      *    Cliente anonimizado (CRUD0024) tem nome, endereco e e-mail
      *    com o mesmo valor fixo: todos formariam pares de nota maxima
       2000-CARREGAR-TABELA.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF CLIENTES-NOME = 'ANONIMIZADO'
               ADD 1 TO WRK-TOTAL-ANONIMOS
           ELSE
               PERFORM 2050-GUARDAR-CLIENTE
           END-IF.

           READ CLIENTES
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

       2050-GUARDAR-CLIENTE.
           IF WRK-TAB-QTD < WRK-TAB-MAX
               ADD 1 TO WRK-TAB-QTD
               MOVE WRK-TAB-QTD TO WRK-I
               MOVE CLIENTES-FONE TO WRK-TAB-FONE(WRK-I)
               MOVE CLIENTES-NOME TO WRK-TAB-NOME(WRK-I)
               MOVE CLIENTES-ENDERECO TO WRK-TAB-ENDERECO(WRK-I)
               MOVE CLIENTES-SITUACAO TO WRK-TAB-SITUACAO(WRK-I)
               MOVE CLIENTES-EMAIL TO WRK-TAB-EMAIL(WRK-I)
               INSPECT WRK-TAB-EMAIL(WRK-I)
                   CONVERTING WRK-MINUSCULAS TO WRK-MAIUSCULAS
               PERFORM 2200-CODIFICAR-NOME
               PERFORM 2300-CODIFICAR-ENDERECO
           ELSE
               MOVE 'S' TO WRK-ESTOURO
           END-IF.

      ******************************************************************
      *Quebra o texto em palavras de letras e digitos, ja sem acento:
      *C-cedilha vira S. Um byte X'C3' seguido de um segundo byte de
      *letra acentuada e o caractere UTF-8; sozinho e o A-til do
      *ISO-8859-1.
      ******************************************************************
       2100-SEPARAR-PALAVRAS.
           INSPECT WRK-TEXTO
               CONVERTING WRK-MINUSCULAS TO WRK-MAIUSCULAS.
           MOVE SPACES TO WRK-PALAVRAS.
           MOVE ZERO TO WRK-PAL-QTD.
           MOVE ZERO TO WRK-PAL-POS.
           MOVE 'N' TO WRK-UTF8.
           PERFORM 2110-TRATAR-CARACTER
               VARYING WRK-IDX-CHAR FROM 1 BY 1
               UNTIL WRK-IDX-CHAR > WRK-TEXTO-TAM.
           IF WRK-UTF8 = 'S'
               MOVE 'A' TO WRK-CHAR
               PERFORM 2120-GUARDAR-CARACTER
           END-IF.

       2110-TRATAR-CARACTER.
           MOVE WRK-TEXTO(WRK-IDX-CHAR:1) TO WRK-CHAR.
           EVALUATE TRUE
               WHEN WRK-UTF8 = 'S'
                   MOVE 'N' TO WRK-UTF8
                   MOVE WRK-CHAR TO WRK-CHAR-ORIGINAL
                   INSPECT WRK-CHAR
                       CONVERTING WRK-ACENTOS-UTF8 TO WRK-SEM-ACENTO
                   IF WRK-CHAR = WRK-CHAR-ORIGINAL
                       MOVE 'A' TO WRK-CHAR
                       PERFORM 2120-GUARDAR-CARACTER
                       MOVE WRK-CHAR-ORIGINAL TO WRK-CHAR
                       INSPECT WRK-CHAR
                           CONVERTING WRK-ACENTOS-LATIN1
                           TO WRK-SEM-ACENTO
                   END-IF
                   PERFORM 2120-GUARDAR-CARACTER
               WHEN WRK-CHAR = X'C3'
                   MOVE 'S' TO WRK-UTF8
               WHEN OTHER
                   INSPECT WRK-CHAR
                       CONVERTING WRK-ACENTOS-LATIN1 TO WRK-SEM-ACENTO
                   PERFORM 2120-GUARDAR-CARACTER
           END-EVALUATE.

       2120-GUARDAR-CARACTER.
           IF (WRK-CHAR IS ALPHABETIC-UPPER AND WRK-CHAR NOT = SPACE)
               OR WRK-CHAR IS NUMERIC
               IF WRK-PAL-POS = ZERO AND WRK-PAL-QTD < 8
                   ADD 1 TO WRK-PAL-QTD
                   ADD 1 TO WRK-PAL-POS
                   MOVE WRK-CHAR TO WRK-PAL(WRK-PAL-QTD)(1:1)
               ELSE
                   IF WRK-PAL-POS > ZERO AND WRK-PAL-POS < 20
                       ADD 1 TO WRK-PAL-POS
                       MOVE WRK-CHAR
                           TO WRK-PAL(WRK-PAL-QTD)(WRK-PAL-POS:1)
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO WRK-PAL-POS
           END-IF.

      *    Nome: ate seis palavras codificadas, sem os conectivos. A
      *    palavra de ate tres letras pode ser abreviatura (AP, MA)
       2200-CODIFICAR-NOME.
           MOVE CLIENTES-NOME TO WRK-TEXTO.
           MOVE 30 TO WRK-TEXTO-TAM.
           PERFORM 2100-SEPARAR-PALAVRAS.
           MOVE ZERO TO WRK-TAB-NOME-QTD(WRK-I).
           PERFORM 2210-CODIFICAR-PALAVRA-NOME
               VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K > WRK-PAL-QTD.

       2210-CODIFICAR-PALAVRA-NOME.
           PERFORM 2500-TESTAR-CONECTIVO.
           IF WRK-CONECTIVO = 'N' AND WRK-TAB-NOME-QTD(WRK-I) < 6
               MOVE WRK-PAL(WRK-K) TO WRK-PALAVRA
               PERFORM 2600-CODIFICAR-PALAVRA
               ADD 1 TO WRK-TAB-NOME-QTD(WRK-I)
               MOVE WRK-TAB-NOME-QTD(WRK-I) TO WRK-A
               MOVE WRK-CODIGO TO WRK-TAB-NCOD(WRK-I, WRK-A)
               MOVE WRK-COD-TAM TO WRK-TAB-NTAM(WRK-I, WRK-A)
               IF WRK-PAL-TAM < 4
                   MOVE 'S' TO WRK-TAB-NABREV(WRK-I, WRK-A)
               ELSE
                   MOVE 'N' TO WRK-TAB-NABREV(WRK-I, WRK-A)
               END-IF
           END-IF.

      *    Endereco: tipos de logradouro reduzidos a mesma sigla e
      *    numero sem o rotulo (N, NO, NR, NUMERO)
       2300-CODIFICAR-ENDERECO.
           MOVE CLIENTES-ENDERECO TO WRK-TEXTO.
           MOVE 40 TO WRK-TEXTO-TAM.
           PERFORM 2100-SEPARAR-PALAVRAS.
           MOVE ZERO TO WRK-TAB-END-QTD(WRK-I).
           PERFORM 2310-CODIFICAR-PALAVRA-END
               VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K > WRK-PAL-QTD.

       2310-CODIFICAR-PALAVRA-END.
           EVALUATE WRK-PAL(WRK-K)
               WHEN 'AVENIDA'
               WHEN 'AVN'
                   MOVE 'AV' TO WRK-PAL(WRK-K)
               WHEN 'RUA'
                   MOVE 'R' TO WRK-PAL(WRK-K)
               WHEN 'TRAVESSA'
               WHEN 'TRAV'
                   MOVE 'TV' TO WRK-PAL(WRK-K)
               WHEN 'ALAMEDA'
               WHEN 'ALAM'
                   MOVE 'AL' TO WRK-PAL(WRK-K)
               WHEN 'PRACA'
               WHEN 'PCA'
                   MOVE 'PC' TO WRK-PAL(WRK-K)
               WHEN 'ESTRADA'
               WHEN 'ESTR'
                   MOVE 'EST' TO WRK-PAL(WRK-K)
               WHEN 'RODOVIA'
                   MOVE 'ROD' TO WRK-PAL(WRK-K)
               WHEN 'APARTAMENTO'
               WHEN 'APTO'
               WHEN 'APT'
                   MOVE 'AP' TO WRK-PAL(WRK-K)
               WHEN 'BLOCO'
                   MOVE 'BL' TO WRK-PAL(WRK-K)
               WHEN 'N'
               WHEN 'NO'
               WHEN 'NR'
               WHEN 'NUM'
               WHEN 'NUMERO'
                   MOVE SPACES TO WRK-PAL(WRK-K)
           END-EVALUATE.

           IF WRK-PAL(WRK-K) NOT = SPACES
               PERFORM 2500-TESTAR-CONECTIVO
               IF WRK-CONECTIVO = 'N' AND WRK-TAB-END-QTD(WRK-I) < 8
                   MOVE WRK-PAL(WRK-K) TO WRK-PALAVRA
                   PERFORM 2600-CODIFICAR-PALAVRA
                   ADD 1 TO WRK-TAB-END-QTD(WRK-I)
                   MOVE WRK-TAB-END-QTD(WRK-I) TO WRK-A
                   MOVE WRK-CODIGO TO WRK-TAB-ECOD(WRK-I, WRK-A)
               END-IF
           END-IF.

       2500-TESTAR-CONECTIVO.
           EVALUATE WRK-PAL(WRK-K)
               WHEN 'D'
               WHEN 'DA'
               WHEN 'DE'
               WHEN 'DO'
               WHEN 'DAS'
               WHEN 'DOS'
               WHEN 'E'
                   MOVE 'S' TO WRK-CONECTIVO
               WHEN OTHER
                   MOVE 'N' TO WRK-CONECTIVO
           END-EVALUATE.

      ******************************************************************
      *Codigo fonetico da palavra (ate 6 sons): so a primeira vogal
      *conta; H e mudo; CH/SH = X; LH = L; NH = N; PH = F; C antes de
      *E/I, C-cedilha, Z e SS = S; C, K, Q e QU = K; G antes de E/I =
      *J; GU antes de E/I = G; W = V; Y = I; M final = N; letra
      *repetida conta uma vez. Palavra que comeca com digito (numero
      *da casa) fica como esta.
      ******************************************************************
       2600-CODIFICAR-PALAVRA.
           MOVE SPACES TO WRK-CODIGO.
           MOVE ZERO TO WRK-COD-TAM.
           MOVE ZERO TO WRK-PAL-TAM.
           INSPECT WRK-PALAVRA TALLYING WRK-PAL-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WRK-PALAVRA(1:1) IS NUMERIC
               MOVE WRK-PALAVRA TO WRK-CODIGO
               MOVE 6 TO WRK-COD-TAM
               IF WRK-PAL-TAM < 6
                   MOVE WRK-PAL-TAM TO WRK-COD-TAM
               END-IF
           ELSE
               MOVE SPACE TO WRK-ULTIMO-SOM
               MOVE 'N' TO WRK-PULAR
               PERFORM 2610-CODIFICAR-LETRA
                   VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-PAL-TAM
           END-IF.

       2610-CODIFICAR-LETRA.
           IF WRK-PULAR = 'S'
               MOVE 'N' TO WRK-PULAR
           ELSE
               MOVE WRK-PALAVRA(WRK-P:1) TO WRK-LETRA
               MOVE WRK-PALAVRA(WRK-P + 1:1) TO WRK-PROXIMA
               MOVE WRK-PALAVRA(WRK-P + 2:1) TO WRK-SEGUINTE
               PERFORM 2620-ACHAR-SOM
               IF WRK-SOM NOT = SPACE
                   AND WRK-SOM NOT = WRK-ULTIMO-SOM
                   AND WRK-COD-TAM < 6
                   ADD 1 TO WRK-COD-TAM
                   MOVE WRK-SOM TO WRK-CODIGO(WRK-COD-TAM:1)
                   MOVE WRK-SOM TO WRK-ULTIMO-SOM
               END-IF
           END-IF.

       2620-ACHAR-SOM.
           MOVE SPACE TO WRK-SOM.
           EVALUATE WRK-LETRA
               WHEN 'A'
               WHEN 'E'
               WHEN 'I'
               WHEN 'O'
               WHEN 'U'
                   IF WRK-P = 1
                       MOVE WRK-LETRA TO WRK-SOM
                   END-IF
               WHEN 'Y'
                   IF WRK-P = 1
                       MOVE 'I' TO WRK-SOM
                   END-IF
               WHEN 'H'
                   CONTINUE
               WHEN 'C'
                   EVALUATE TRUE
                       WHEN WRK-PROXIMA = 'H'
                           MOVE 'X' TO WRK-SOM
                           MOVE 'S' TO WRK-PULAR
                       WHEN WRK-PROXIMA = 'E' OR WRK-PROXIMA = 'I'
                           OR WRK-PROXIMA = 'Y'
                           MOVE 'S' TO WRK-SOM
                       WHEN OTHER
                           MOVE 'K' TO WRK-SOM
                   END-EVALUATE
               WHEN 'Q'
                   MOVE 'K' TO WRK-SOM
                   IF WRK-PROXIMA = 'U'
                       MOVE 'S' TO WRK-PULAR
                   END-IF
               WHEN 'G'
                   EVALUATE TRUE
                       WHEN WRK-PROXIMA = 'E' OR WRK-PROXIMA = 'I'
                           MOVE 'J' TO WRK-SOM
                       WHEN WRK-PROXIMA = 'U'
                           AND (WRK-SEGUINTE = 'E'
                             OR WRK-SEGUINTE = 'I')
                           MOVE 'G' TO WRK-SOM
                           MOVE 'S' TO WRK-PULAR
                       WHEN OTHER
                           MOVE 'G' TO WRK-SOM
                   END-EVALUATE
               WHEN 'L'
               WHEN 'N'
               WHEN 'T'
                   MOVE WRK-LETRA TO WRK-SOM
                   IF WRK-PROXIMA = 'H'
                       MOVE 'S' TO WRK-PULAR
                   END-IF
               WHEN 'P'
                   IF WRK-PROXIMA = 'H'
                       MOVE 'F' TO WRK-SOM
                       MOVE 'S' TO WRK-PULAR
                   ELSE
                       MOVE 'P' TO WRK-SOM
                   END-IF
               WHEN 'S'
                   IF WRK-PROXIMA = 'H'
                       MOVE 'X' TO WRK-SOM
                       MOVE 'S' TO WRK-PULAR
                   ELSE
                       MOVE 'S' TO WRK-SOM
                   END-IF
               WHEN 'Z'
                   MOVE 'S' TO WRK-SOM
               WHEN 'W'
                   MOVE 'V' TO WRK-SOM
               WHEN 'M'
                   IF WRK-P = WRK-PAL-TAM
                       MOVE 'N' TO WRK-SOM
                   ELSE
                       MOVE 'M' TO WRK-SOM
                   END-IF
               WHEN OTHER
                   MOVE WRK-LETRA TO WRK-SOM
           END-EVALUATE.

      ******************************************************************
      *Todos contra todos, como no CRUD0009, mas so vira par para nota
      *quem bate no codigo do primeiro ou do ultimo nome
      ******************************************************************
       3000-APONTAR-CANDIDATOS.
           PERFORM 3100-CONFERIR-ENTRADA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-TAB-QTD.

       3100-CONFERIR-ENTRADA.
           IF WRK-TAB-NOME-QTD(WRK-I) > ZERO
               PERFORM 3200-COMPARAR-ENTRADA
                   VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-TAB-QTD
           END-IF.

       3200-COMPARAR-ENTRADA.
           IF WRK-J > WRK-I AND WRK-TAB-NOME-QTD(WRK-J) > ZERO
               MOVE WRK-TAB-NOME-QTD(WRK-I) TO WRK-A
               MOVE WRK-TAB-NOME-QTD(WRK-J) TO WRK-B
               IF WRK-TAB-NCOD(WRK-I, 1) = WRK-TAB-NCOD(WRK-J, 1)
                   OR WRK-TAB-NCOD(WRK-I, WRK-A)
                    = WRK-TAB-NCOD(WRK-J, WRK-B)
                   ADD 1 TO WRK-TOTAL-COMPARADOS
                   PERFORM 3300-PONTUAR-PAR
                   IF WRK-NOTA NOT < WRK-NOTA-MINIMA
                       PERFORM 3500-GUARDAR-CANDIDATO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *Nota do par, de 0 a 100: nome ate 60 (palavra igual vale 2,
      *abreviatura que bate com o comeco da outra vale 1, sobre o
      *dobro de palavras do nome mais longo), endereco ate 30
      *(palavras iguais sobre as do endereco mais longo) e e-mail
      *igual mais 10
      ******************************************************************
       3300-PONTUAR-PAR.
           MOVE ZERO TO WRK-PONTOS.
           PERFORM 3310-PONTUAR-PALAVRA-NOME
               VARYING WRK-A FROM 1 BY 1
               UNTIL WRK-A > WRK-TAB-NOME-QTD(WRK-I).
           MOVE WRK-TAB-NOME-QTD(WRK-I) TO WRK-MAIOR-QTD.
           IF WRK-TAB-NOME-QTD(WRK-J) > WRK-MAIOR-QTD
               MOVE WRK-TAB-NOME-QTD(WRK-J) TO WRK-MAIOR-QTD
           END-IF.
           COMPUTE WRK-NOTA-NOME ROUNDED =
               60 * WRK-PONTOS / (2 * WRK-MAIOR-QTD).
           IF WRK-NOTA-NOME > 60
               MOVE 60 TO WRK-NOTA-NOME
           END-IF.

           MOVE ZERO TO WRK-NOTA-ENDERECO.
           IF WRK-TAB-END-QTD(WRK-I) > ZERO
               AND WRK-TAB-END-QTD(WRK-J) > ZERO
               MOVE ZERO TO WRK-PONTOS
               PERFORM 3350-PONTUAR-PALAVRA-END
                   VARYING WRK-A FROM 1 BY 1
                   UNTIL WRK-A > WRK-TAB-END-QTD(WRK-I)
               MOVE WRK-TAB-END-QTD(WRK-I) TO WRK-MAIOR-QTD
               IF WRK-TAB-END-QTD(WRK-J) > WRK-MAIOR-QTD
                   MOVE WRK-TAB-END-QTD(WRK-J) TO WRK-MAIOR-QTD
               END-IF
               COMPUTE WRK-NOTA-ENDERECO ROUNDED =
                   30 * WRK-PONTOS / WRK-MAIOR-QTD
               IF WRK-NOTA-ENDERECO > 30
                   MOVE 30 TO WRK-NOTA-ENDERECO
               END-IF
           END-IF.

           COMPUTE WRK-NOTA = WRK-NOTA-NOME + WRK-NOTA-ENDERECO.
           IF WRK-TAB-EMAIL(WRK-I) NOT = SPACES
               AND WRK-TAB-EMAIL(WRK-I) = WRK-TAB-EMAIL(WRK-J)
               ADD 10 TO WRK-NOTA
           END-IF.

       3310-PONTUAR-PALAVRA-NOME.
           MOVE ZERO TO WRK-MELHOR.
           PERFORM 3320-COMPARAR-PALAVRA-NOME
               VARYING WRK-B FROM 1 BY 1
               UNTIL WRK-B > WRK-TAB-NOME-QTD(WRK-J)
               OR WRK-MELHOR = 2.
           ADD WRK-MELHOR TO WRK-PONTOS.

       3320-COMPARAR-PALAVRA-NOME.
           EVALUATE TRUE
               WHEN WRK-TAB-NCOD(WRK-I, WRK-A)
                  = WRK-TAB-NCOD(WRK-J, WRK-B)
                   MOVE 2 TO WRK-MELHOR
               WHEN WRK-MELHOR > ZERO
                   CONTINUE
               WHEN WRK-TAB-NABREV(WRK-I, WRK-A) = 'S'
                   AND WRK-TAB-NTAM(WRK-I, WRK-A) > ZERO
                   AND WRK-TAB-NTAM(WRK-I, WRK-A)
                     < WRK-TAB-NTAM(WRK-J, WRK-B)
                   IF WRK-TAB-NCOD(WRK-I, WRK-A)
                      (1:WRK-TAB-NTAM(WRK-I, WRK-A))
                    = WRK-TAB-NCOD(WRK-J, WRK-B)
                      (1:WRK-TAB-NTAM(WRK-I, WRK-A))
                       MOVE 1 TO WRK-MELHOR
                   END-IF
               WHEN WRK-TAB-NABREV(WRK-J, WRK-B) = 'S'
                   AND WRK-TAB-NTAM(WRK-J, WRK-B) > ZERO
                   AND WRK-TAB-NTAM(WRK-J, WRK-B)
                     < WRK-TAB-NTAM(WRK-I, WRK-A)
                   IF WRK-TAB-NCOD(WRK-J, WRK-B)
                      (1:WRK-TAB-NTAM(WRK-J, WRK-B))
                    = WRK-TAB-NCOD(WRK-I, WRK-A)
                      (1:WRK-TAB-NTAM(WRK-J, WRK-B))
                       MOVE 1 TO WRK-MELHOR
                   END-IF
           END-EVALUATE.

       3350-PONTUAR-PALAVRA-END.
           MOVE ZERO TO WRK-MELHOR.
           PERFORM 3360-COMPARAR-PALAVRA-END
               VARYING WRK-B FROM 1 BY 1
               UNTIL WRK-B > WRK-TAB-END-QTD(WRK-J)
               OR WRK-MELHOR = 1.
           ADD WRK-MELHOR TO WRK-PONTOS.

       3360-COMPARAR-PALAVRA-END.
           IF WRK-TAB-ECOD(WRK-I, WRK-A) = WRK-TAB-ECOD(WRK-J, WRK-B)
               MOVE 1 TO WRK-MELHOR
           END-IF.

      *    Par ja conferido e recusado por um supervisor nao volta
       3500-GUARDAR-CANDIDATO.
           MOVE 23 TO NAODUP-STATUS.
           IF WRK-NAODUP-OK = 'S'
               IF WRK-TAB-FONE(WRK-I) < WRK-TAB-FONE(WRK-J)
                   MOVE WRK-TAB-FONE(WRK-I) TO NDP-FONE-MENOR
                   MOVE WRK-TAB-FONE(WRK-J) TO NDP-FONE-MAIOR
               ELSE
                   MOVE WRK-TAB-FONE(WRK-J) TO NDP-FONE-MENOR
                   MOVE WRK-TAB-FONE(WRK-I) TO NDP-FONE-MAIOR
               END-IF
               READ NAO-DUPLICADOS
                   INVALID KEY
                       MOVE 23 TO NAODUP-STATUS
               END-READ
           END-IF.

           IF NAODUP-STATUS = 0
               ADD 1 TO WRK-TOTAL-REVISADOS
           ELSE
               IF WRK-CND-QTD < WRK-CND-MAX
                   ADD 1 TO WRK-CND-QTD
                   MOVE WRK-I TO WRK-CND-I(WRK-CND-QTD)
                   MOVE WRK-J TO WRK-CND-J(WRK-CND-QTD)
                   MOVE WRK-NOTA TO WRK-CND-NOTA(WRK-CND-QTD)
               ELSE
                   MOVE 'S' TO WRK-CND-ESTOURO
               END-IF
           END-IF.

      ******************************************************************
      *Lista da maior nota para a menor: uma passada da tabela de
      *candidatos para cada nota, da 100 ate a minima pedida
      ******************************************************************
       4000-IMPRIMIR-CANDIDATOS.
           PERFORM 4100-IMPRIMIR-NOTA
               VARYING WRK-NOTA FROM 100 BY -1
               UNTIL WRK-NOTA < WRK-NOTA-MINIMA.

       4100-IMPRIMIR-NOTA.
           PERFORM 4200-IMPRIMIR-PAR
               VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-CND-QTD.

       4200-IMPRIMIR-PAR.
           IF WRK-CND-NOTA(WRK-C) = WRK-NOTA
               MOVE WRK-CND-I(WRK-C) TO WRK-I
               MOVE WRK-CND-J(WRK-C) TO WRK-J
               MOVE WRK-NOTA TO DET-NOTA
               MOVE WRK-TAB-FONE(WRK-I) TO DET-FONE
               MOVE WRK-TAB-NOME(WRK-I) TO DET-NOME
               MOVE WRK-TAB-SITUACAO(WRK-I) TO DET-SITUACAO
               MOVE WRK-TAB-ENDERECO(WRK-I) TO DET-ENDERECO
               WRITE LST-REG FROM LIN-DETALHE
               MOVE ZERO TO DET-NOTA
               MOVE WRK-TAB-FONE(WRK-J) TO DET-FONE
               MOVE WRK-TAB-NOME(WRK-J) TO DET-NOME
               MOVE WRK-TAB-SITUACAO(WRK-J) TO DET-SITUACAO
               MOVE WRK-TAB-ENDERECO(WRK-J) TO DET-ENDERECO
               WRITE LST-REG FROM LIN-DETALHE
               MOVE SPACES TO LST-REG
               WRITE LST-REG
               ADD 1 TO WRK-TOTAL-CANDIDATOS
           END-IF.

       5000-FINALIZAR.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'CLIENTES LIDOS .............:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LIDOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ANONIMIZADOS (LGPD) ........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ANONIMOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'PARES COMPARADOS ...........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-COMPARADOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'PARES JA CONFERIDOS ........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-REVISADOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CANDIDATOS LISTADOS ........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CANDIDATOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'NOTA MINIMA ................:' TO CTL-DESCRICAO.
           MOVE WRK-NOTA-MINIMA TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.

           IF WRK-ESTOURO = 'S' OR WRK-CND-ESTOURO = 'S'
               MOVE SPACES TO LST-REG
               WRITE LST-REG
               MOVE 'ATENCAO: TABELA ESGOTADA - RESULTADO PARCIAL'
                   TO LST-REG
               WRITE LST-REG
           END-IF.

           CLOSE CLIENTES.
           IF WRK-NAODUP-OK = 'S'
               CLOSE NAO-DUPLICADOS
           END-IF.
           CLOSE LST-FONETICO.

           DISPLAY 'CLIENTES LIDOS ........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'ANONIMIZADOS (LGPD) ...: ' WRK-TOTAL-ANONIMOS.
           DISPLAY 'PARES COMPARADOS ......: ' WRK-TOTAL-COMPARADOS.
           DISPLAY 'PARES JA CONFERIDOS ...: ' WRK-TOTAL-REVISADOS.
           DISPLAY 'CANDIDATOS LISTADOS ...: ' WRK-TOTAL-CANDIDATOS.
