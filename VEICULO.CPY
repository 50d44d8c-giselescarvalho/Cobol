      ******************************************************************
      * VEICULO.CPY - layout do cadastro de veiculos VEICULOS.DAT,
      *               mantido na tela de transportadoras (TRANSP.cbl)
      *               e lido pelo ROMANEIO.cbl para conferir a carga
      *               de cada viagem contra a capacidade do veiculo.
      *
      * Uso: COPY 'VEICULO.CPY'. (logo apos a SELECT VEICULOS do
      *      programa, dentro da FILE SECTION).
      *
      * VEI-TRANSP: transportadora dona do veiculo (TRANSP.DAT);
      * branco = frota propria. Capacidade zerada = sem limite
      * naquela medida. Exclusao e logica (situacao I), como a da
      * transportadora.
      ******************************************************************
       FD VEICULOS.
       01 VEI-REG.
            05 VEI-PLACA          PIC X(07).
            05 VEI-TRANSP         PIC X(03).
            05 VEI-DESCRICAO      PIC X(20).
      *     carga maxima em kg e cubagem maxima do bau em m3
            05 VEI-CAP-PESO       PIC 9(05)V99.
            05 VEI-CAP-VOLUME     PIC 9(03)V99.
            05 VEI-SITUACAO       PIC X(01).
                88 VEI-ATIVO      VALUE 'A'.
                88 VEI-INATIVO    VALUE 'I'.
