      *> signed extended-precision edit-picture item -- the twelve
      *> decimal place counterpart of SQRTEDITS.CPY, for high-precision
      *> report output fields that must display a leading minus. COPY
      *> ... REPLACING LEVELNO with the level number and FIELD-NAME
      *> with the data name needed at the point of inclusion (see
      *> SQRTEDIT2.CPY for the unsigned variant).
       LEVELNO FIELD-NAME  picture -(11)9.9(12).
