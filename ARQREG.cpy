      * CADCONTATOSSEQUENCIAL batch mode) after a file is accepted
      * and loaded. The pair origin + creation date identifies the
      * file; a file whose pair is already registered is refused, so
      * the same interface file can never be loaded twice. The
      * loaders of 'H' + origin + date files (CARGAPOL, CARGACOM,
      * RETMAIL and the rest) and PORTALCONT also match ARQ-PROGRAMA,
      * so two kinds of file that share an origin and a date do not
      * block each other. IMPORTCONT and CADCONTATOSSEQUENCIAL keep
      * the plain origin + date check.
      *****************************************************************
       01 REG-ARQREG.
           03 ARQ-ORIGEM             PIC X(10).
