      *> EXCPDISP exception-disposition record - one per walker per
      *> flagged day, keyed on employee and run date; written by
      *> EXCPREV when the wellness lead reviews an exception;
      *> XD-REVIEWER-ID is the operator signed on to EXCPREV
      *> XD-DISPOSITION: "A" = approved (the distance is real and
      *> earns points), "V" = voided (the day is dropped from the
      *> position file and so from reports and the vendor export)
