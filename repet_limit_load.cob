%Module REPET_LIMIT_LOAD <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Load of the per-repetitive limits.
*
* DEBITSIDE_LOOKUP's X986_CHECK_REPET_LIMITS consults the
* REPET_LIMIT_QUE queue for a repetitive's optional per-use ceiling,
* allowed currency, and locked credit party.  This utility loads that
* queue from REPET_LIMIT_INPUT -- one line per repetitive, fixed
* columns:
*
*	cols  1-40  repetitive key, bank:rep_id:line, exactly as
*		    RPT_REPET_NOLIMIT and RPT_REPET_STALE print it
*	cols 42-59  ceiling per use, 9(15)v9(3), zero = no ceiling
*	cols 61-63  allowed currency, blank = any
*	col  65	    "Y" = credit party locked, "N" or blank = not
*	cols 67-100 the credit party id the repetitive is locked to
*
* The queue is emptied and rebuilt in full each run, the same way
* IBAN_REGISTRY_LOAD rebuilds the IBAN registry, so the input is the
* corporate desk's complete limits file, and a load report lists every
* line loaded or rejected.  Run with /REPORT_ONLY to list the input
* without applying it, the AUX_DELTA_LOAD convention.

* REVISION HISTORY
* ----------------
*
* R. Iverson	10-Aug-2010	CR13195
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select LIM_IN_FILE	Assign to "REPET_LIMIT_INPUT"
	       FILE STATUS IS Lim_in_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select LIM_RPT_FILE	Assign to "REPET_LIMIT_LOAD_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  LIM_IN_FILE record 100 characters.
01  LIM_IN_REC.
    02 LIN_REP_KEY		Pic X(40).
    02 Filler			Pic X(01).
    02 LIN_MAX_AMT		Pic 9(15)v9(03).
    02 Filler			Pic X(01).
    02 LIN_ALLOW_CCY		Pic X(03).
    02 Filler			Pic X(01).
    02 LIN_LOCK_CDT		Pic X(01).
    02 Filler			Pic X(01).
    02 LIN_LOCK_CDT_ID		Pic X(34).

FD  LIM_RPT_FILE record 132 characters.
01  LIM_RPT_REC			Pic X(132).

Working-Storage Section.

01 Lim_in_stat			Pic XX value spaces.
01 Lim_eof_sw			Pic X value "N".
   88 Lim_eof			value "Y".
01 Report_only_sw		Pic X value "N".
   88 Report_only		value "Y".

01 Purge_count_ws		pic 9(05) comp-5 value zeroes.
01 Load_count_ws		pic 9(05) comp-5 value zeroes.
01 Bad_count_ws			pic 9(05) comp-5 value zeroes.
01 Colon_count_ws		pic 9(03) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY.
01 Load_count_ws_d		pic 9(05) usage display.
01 Bad_count_ws_d		pic 9(05) usage display.

01 Report_line_ws		Pic X(132).
01 Reject_reason_ws		Pic X(40).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Lim_bld_que:		que(	%`SBJ_DD_PATH:REPET_LIMIT_QUE.DDF`);
Lim_key_vs:		vstr(40);
Lim_cdt_vs:		vstr(64);
Lim_bank_vs:		vstr(3);
Lim_max_ws:		amount;
Lim_clip_compose:	Compose(^NOTRAILING_BLANKS);
Ws_rsts:		boolean;
Return_argument_ws:	vstr(20);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.

	Open Input LIM_IN_FILE.
	If Lim_in_stat not = "00"
	    Display "%REPET_LIMIT_LOAD-E-NOINPUT, cannot open"
		    " REPET_LIMIT_INPUT"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	Open Output LIM_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Repetitive limits load" Delimited by size
		into Report_line_ws.
	Write LIM_RPT_REC from Report_line_ws.

	If Report_only
	    Move spaces to Report_line_ws
	    String "REPORT ONLY - limits not changed" Delimited by size
		    into Report_line_ws
	    Write LIM_RPT_REC from Report_line_ws
	Else
	    Perform B10_PURGE_OLD thru B10_PURGE_OLD_end
	End-if.

	Perform B20_LOAD_NEW thru B20_LOAD_NEW_end.

	Move Load_count_ws to Load_count_ws_d.
	Move Bad_count_ws to Bad_count_ws_d.
	Move spaces to Report_line_ws.
	String Load_count_ws_d Delimited by size,
	       " repetitive limit(s) loaded, " Delimited by size,
	       Bad_count_ws_d Delimited by size,
	       " line(s) rejected" Delimited by size
		into Report_line_ws.
	Write LIM_RPT_REC from Report_line_ws.

	Close LIM_IN_FILE.
	Close LIM_RPT_FILE.

	%beg
	BREAK: Lim_bld_que;
	%end.

	%^*********************************************************************
	%^* REPET_LIMIT_LOAD$_COUNT  /I ${1} repetitive limit(s) loaded,
	%^*	${2} line(s) rejected.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"REPET_LIMIT_LOAD$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Load_count_ws, Bad_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"REPET_LIMIT_QUE" to Lim_bld_que giving Ws_rsts;

A10_SBJ_INIT_end.
	Exit.


A20_GET_QUALIFIERS.
%^ Note whether /REPORT_ONLY was given.

	Call "ACE_ARG_FIND" using
	      by content "-report_o*nly:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move "Y" to Report_only_sw
	End-if.

A20_GET_QUALIFIERS_end.
	Exit.


B10_PURGE_OLD.
%^ Empty the limits queue; the rebuild below repopulates it in full.

	%beg
	FIRST: Lim_bld_que;
	%end.

	Perform until Seq_end_is in Lim_bld_que_cursor

	    %beg
	    DELETE: Lim_bld_que (notrap, insert_lock, nomod_wait);
	    %end

	    If success_is in Lim_bld_que_status
		Add 1 to Purge_count_ws
		%beg
		COMMIT: Tran;
		FIRST: Lim_bld_que;
		%end
	    Else
		%beg
		NEXT: Lim_bld_que;
		%end
	    End-if

	End-perform.

B10_PURGE_OLD_end.
	Exit.


B20_LOAD_NEW.

	Perform until Lim_eof

	    Read LIM_IN_FILE
		at end Move "Y" to Lim_eof_sw
		not at end
		    Perform C10_LOAD_ONE thru C10_LOAD_ONE_end
	    End-read

	End-perform.

B20_LOAD_NEW_end.
	Exit.


C10_LOAD_ONE.
%^ Edit and load one repetitive's limits.  A line that would be
%^ unenforceable -- a malformed key, a lock with no credit party, or
%^ no limit at all -- is rejected here rather than silently loaded.

	If LIN_REP_KEY = spaces
	    Go to C10_LOAD_ONE_end
	End-if.

	Move spaces to Reject_reason_ws.
	Move zero to Colon_count_ws.
	Inspect LIN_REP_KEY tallying Colon_count_ws for all ":".

	Evaluate true
	    When Colon_count_ws not = 2
		Move "key is not bank:rep_id:line"
			to Reject_reason_ws
	    When LIN_MAX_AMT is not numeric
		Move "non-numeric ceiling" to Reject_reason_ws
	    When LIN_LOCK_CDT not = "Y" and not = "N" and not = space
		Move "lock flag must be Y or N" to Reject_reason_ws
	    When LIN_LOCK_CDT = "Y" and LIN_LOCK_CDT_ID = spaces
		Move "locked with no credit party id" to Reject_reason_ws
	    When LIN_MAX_AMT = zero and LIN_ALLOW_CCY = spaces
	      and LIN_LOCK_CDT not = "Y"
		Move "no limit given" to Reject_reason_ws
	    When other
		Continue
	End-evaluate.

	If Reject_reason_ws not = spaces
	    Add 1 to Bad_count_ws
	    Move spaces to Report_line_ws
	    String "REJECTED " Delimited by size,
		   LIN_REP_KEY Delimited by size,
		   "  " Delimited by size,
		   Reject_reason_ws Delimited by size
		    into Report_line_ws
	    Write LIM_RPT_REC from Report_line_ws
	    Go to C10_LOAD_ONE_end
	End-if.

	Add 1 to Load_count_ws.

	Move spaces to Report_line_ws.
	String "LOADED   " Delimited by size,
	       LIN_REP_KEY Delimited by size,
	       "  max " Delimited by size,
	       LIN_MAX_AMT Delimited by size,
	       "  ccy " Delimited by size,
	       LIN_ALLOW_CCY Delimited by size,
	       "  lock " Delimited by size,
	       LIN_LOCK_CDT Delimited by size,
	       " " Delimited by size,
	       LIN_LOCK_CDT_ID Delimited by size
		into Report_line_ws.
	Write LIM_RPT_REC from Report_line_ws.

	If Report_only
	    Go to C10_LOAD_ONE_end
	End-if.

	Move LIN_MAX_AMT to Lim_max_ws.
	Move LIN_REP_KEY(1:3) to Lim_bank_vs.
	Move 3 to Lim_bank_vs_length.

	%beg
	Lim_clip_compose ^OUT(Lim_key_vs) LIN_REP_KEY, /;
	Lim_clip_compose ^OUT(Lim_cdt_vs) LIN_LOCK_CDT_ID, /;

	Alloc_Elem: Lim_bld_que(notrap,
	    .Systime	 NOW,
	    .Rep_key	= Lim_key_vs,
	    .Bank	= Lim_bank_vs,
	    .Max_amount	= Lim_max_ws,
	    .Allow_ccy	= LIN_ALLOW_CCY,
	    .Lock_cdt	= LIN_LOCK_CDT,
	    .Lock_cdt_id = Lim_cdt_vs );
	COMMIT: Tran;
	%end.

C10_LOAD_ONE_end.
	Exit.
