      *  directory the programs run in IS the environment; this
      *  record says which one it is. EvMode "P" production /
      *  "T" test; EvPrefix is the path prefix of the test location
      *  that EnvClone copies the production masters into, masking
      *  names, bank and statutory numbers and pay on the way; it
      *  refuses a target whose own EnvCtl.dat says "P". A missing
      *  file means production.
      *================================================================
       01  EnvCtlRec.
           05  EvMode              PIC A.
