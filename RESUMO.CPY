      * RESUMO.CPY - area EXTERNAL com os numeros de cada etapa do
      *              fechamento noturno, preenchida pelos programas
      *              chamados (CLIBACK, FECHAMENTO, FRETE, CONCILIA,
      *              VERIFICA, LOGROT, NFEEXP, RECORGER, CATEXP,
      *              VENDMES, INTEGRA, USRINAT, ALUAVISO, ORCVENC) e
      *              lida pelo FECHADIA para montar o resumo
      *              consolidado do fechamento (FECHADIA.REL) que o
      *              gerente assina de manha.
      *
      * Uso: COPY 'RESUMO.CPY'. na WORKING-STORAGE. Cada programa
      *      so mexe nos campos da sua etapa.
      *
      * RES-FECH-*: consolidado do dia (todas as lojas). Com o
      * cadastro de lojas, RES-FECH-LOJA traz a abertura por loja
      * (RES-FECH-QT-LOJAS ocorrencias); sem ele fica zerada.
      ******************************************************************
       01 RES-RESUMO EXTERNAL.
            05 RES-VERIF-BLOQUEIA    PIC X(01).
            05 RES-CONC-BATIDO       PIC X(01).
            05 RES-LOGROT-MANTIDAS   PIC 9(07).
            05 RES-LOGROT-ARQUIVADAS PIC 9(07).
            05 RES-NFE-EXPORTADAS    PIC 9(06).
            05 RES-NFE-RECUSADAS     PIC 9(06).
            05 RES-REC-GERADOS       PIC 9(05).
            05 RES-REC-EXCECOES      PIC 9(05).
            05 RES-CAT-ENVIADOS      PIC 9(06).
            05 RES-CAT-EXCLUIDOS     PIC 9(06).
      *     I = incremental, R = reconstrucao do resumo mensal
            05 RES-VMS-MODO          PIC X(01).
            05 RES-VMS-PEDIDOS       PIC 9(07).
            05 RES-VMS-DEVOLUCOES    PIC 9(05).
      *     achados da varredura de integridade (INTEGRA), por
      *     gravidade
            05 RES-INT-ALTA          PIC 9(05).
            05 RES-INT-MEDIA         PIC 9(05).
            05 RES-INT-BAIXA         PIC 9(05).
      *     contas bloqueadas por inatividade (USRINAT)
            05 RES-INAT-BLOQUEADOS   PIC 9(05).
      *     avisos enfileirados aos responsaveis de alunos (ALUAVISO)
            05 RES-ALU-AVISOS        PIC 9(05).
      *     orcamentos vencidos e lembretes de vencimento (ORCVENC)
            05 RES-ORC-EXPIRADOS     PIC 9(05).
            05 RES-ORC-LEMBRETES     PIC 9(05).
            05 RES-FECH-QT-LOJAS     PIC 9(02).
            05 RES-FECH-LOJA OCCURS 10 TIMES.
                10 RES-FL-CODIGO     PIC X(03).
                10 RES-FL-LIDOS      PIC 9(07).
                10 RES-FL-REJEITADAS PIC 9(05).
                10 RES-FL-ACUM       PIC 9(06)V99.
                10 RES-FL-DINHEIRO   PIC 9(06)V99.
                10 RES-FL-CARTAO     PIC 9(06)V99.
                10 RES-FL-PIX        PIC 9(06)V99.
      *         F = fechada agora, J = ja fechada antes, E = erro
                10 RES-FL-SITUACAO   PIC X(01).
