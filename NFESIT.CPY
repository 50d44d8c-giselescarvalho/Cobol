      ******************************************************************
      * NFESIT.CPY - layout do arquivo NFESIT.DAT (situacao da NF-e de
      *              cada fatura, chave = numero da fatura), gravado
      *              pela exportacao noturna (NFEEXP.cbl) e pela
      *              captura do retorno de autorizacao (NFERET.cbl),
      *              e lido pela consulta de faturas (FATCONS.cbl).
      *
      * Uso: COPY 'NFESIT.CPY'. (logo apos a SELECT NFESIT do
      *      programa, dentro da FILE SECTION).
      *
      * NFE-SITUACAO: E = exportada, aguardando retorno; A =
      * autorizada (chave de acesso e protocolo preenchidos); R =
      * rejeitada (pelo retorno ou ja na exportacao, quando o
      * cadastro do cliente nao permite emitir) - a rejeitada volta
      * na exportacao da noite seguinte, depois de corrigida.
      ******************************************************************
       FD NFESIT.
       01 NFE-REG.
            05 NFE-NUMERO        PIC 9(06).
            05 NFE-SITUACAO      PIC X(01).
                88 NFE-EXPORTADA  VALUE 'E'.
                88 NFE-AUTORIZADA VALUE 'A'.
                88 NFE-REJEITADA  VALUE 'R'.
            05 NFE-DATA-EXPORT   PIC 9(08).
            05 NFE-DATA-RETORNO  PIC 9(08).
            05 NFE-CHAVE-ACESSO  PIC X(44).
            05 NFE-PROTOCOLO     PIC X(15).
            05 NFE-MOTIVO        PIC X(40).
