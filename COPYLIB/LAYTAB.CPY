      *           class: 'T' (texto) is substitutable, 'P'
      *           (protegido) must pass through untouched -
      *           reference/account columns where a substitution
      *           would corrupt the data. 'K' (clave) is protected
      *           too and also makes up the record key the encode
      *           uses to spot records already processed on an
      *           earlier night. Loaded at runtime from the
      *           LAYCTL control file so operations can describe a
      *           new input layout without a recompile; with no
      *           LAYCTL present the whole record is one text field,
