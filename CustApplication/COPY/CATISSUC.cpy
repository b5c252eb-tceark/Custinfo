      *                                       FUNCTION 'C' - THE CASE
      *                                       THE BRIDGE COMMITTED, SO
      *                                       ITS INSTALLATION
      *                                       CHECKLIST CAN OPEN AND
      *                                       THE ACCEPTED QUOTE CAN BE
      *                                       STAMPED ON IT
