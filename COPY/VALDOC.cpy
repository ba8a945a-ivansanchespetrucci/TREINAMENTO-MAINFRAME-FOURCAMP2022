      *=============================================================*   00000100
      *   BOOK....: VALDOC                                          *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: AREA DE COMUNICACAO COM O MODULO VALIDOC DE     *   00000500
      *      CRITICA DO DOCUMENTO DO TITULAR: O CHAMADOR PREENCHE   *   00000600
      *      O TIPO DE PESSOA (F FISICA - CPF NOS 11 DIGITOS DA     *   00000700
      *      DIREITA / J JURIDICA - CNPJ NOS 14 DIGITOS) E O        *   00000800
      *      NUMERO, E TRATA O STATUS: 00 DOCUMENTO VALIDO / 08     *   00000900
      *      TIPO DE PESSOA, NUMERO OU DIGITO VERIFICADOR INVALIDO. *   00001000
      *=============================================================*   00001100
       01 WRK-VALIDA-DOC.                                               00001200
          05 WRK-DC-TIPO-PESSOA PIC X(01).                              00001300
          05 WRK-DC-CPFCNPJ     PIC 9(14).                              00001400
          05 WRK-DC-STATUS      PIC X(02).                              00001500
             88 WRK-DC-VALIDO        VALUE '00'.                        00001600
             88 WRK-DC-INVALIDO      VALUE '08'.                        00001700
