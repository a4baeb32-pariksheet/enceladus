      * "online".  Commands:
      *
      *   A - add a reason code with its description (added active);
      *   R - retire a code (kept on file so history stays explained;
      *       run the CBRSN002 impact report first, and move the live
      *       records still carrying it with the CBRSN003
      *       reclassification job, or they reject as R02 nightly);
      *   I - inquire on a code, showing description and status;
      *   Q - quit.
      *
