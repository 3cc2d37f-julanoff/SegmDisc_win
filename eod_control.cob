%Module EOD_CONTROL <main>;
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

* End-of-day batch chain controller.
*
* The end-of-day chain -- BY_LOGS_DMP, BY_LOGS_MERGE, BY_LOGS_DMP_VFY,
* CAMT_STMT_GEN, the RPT_ reports, MSG_PERIOD_ARCH, DSID_REPLAY,
* OPR_HOLD_RELEASE and the rest -- is described in the EOD_STEPS file,
* one step per line:
*
*	<step>|<command>|<qualifiers>|<predecessors>|<on failure>
*
*	step		 a name for the step, unique, up to 16 characters
*	command		 how the site runs the program, e.g. its image
*	qualifiers	 the program's qualifiers for this step, if any
*	predecessors	 the steps that must complete first, separated by
*			 commas (up to 10); empty for none
*	on failure	 STOP (the default) -- no further step is started;
*			 CONT -- the chain goes on, but a step depending on
*			 the failed one is skipped
*
* A line starting "*" is a comment.  The whole file is checked before
* anything runs: a line that does not parse, a duplicate step or an
* unknown predecessor stops the run with nothing started.
*
* Steps run one at a time in dependency order -- of the steps whose
* predecessors have all completed, the first in the file goes next.
* Each step's command line is run and its exit status taken; zero is
* success.  EOD_STEP_STATUS is rewritten as each step starts and ends
* with its state, start, end, exit status and elapsed time, so it is
* always the picture of the run, even after a crash.
*
* /RESTART resumes from EOD_STEP_STATUS: every step it shows completed
* is kept as it stands and not rerun; the failed step, and everything
* not yet run, runs again in dependency order.  Without /RESTART the
* chain starts from the top (with a warning when the last run did not
* finish).
*
* The run report, EOD_CONTROL_OUTPUT, lists each step's result and its
* elapsed time against its average over recent runs, kept in
* EOD_STEP_HISTORY (a step taking half as long again as its average is
* flagged).

* REVISION HISTORY
* ----------------
*
* R. Iverson	04-Jan-2011	CR13258
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select STEPS_FILE	Assign to "EOD_STEPS"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS Steps_file_status_ws.
	Select STAT_FILE	Assign to "EOD_STEP_STATUS"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS Stat_file_status_ws.
	Select HIST_FILE	Assign to "EOD_STEP_HISTORY"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS Hist_file_status_ws.
	Select EOD_RPT_FILE	Assign to "EOD_CONTROL_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  STEPS_FILE record 200 characters.
01  STEPS_REC			Pic X(200).

FD  STAT_FILE record 80 characters.
01  STAT_REC			Pic X(80).

FD  HIST_FILE record 80 characters.
01  HIST_REC			Pic X(80).

FD  EOD_RPT_FILE record 132 characters.
01  EOD_RPT_REC			Pic X(132).

Working-Storage Section.

01 Steps_file_status_ws		Pic XX value spaces.
01 Stat_file_status_ws		Pic XX value spaces.
01 Hist_file_status_ws		Pic XX value spaces.
01 Steps_eof_sw			Pic X value "N".
   88 Steps_eof			value "Y".
01 Stat_eof_sw			Pic X value "N".
   88 Stat_eof			value "Y".
01 Hist_eof_sw			Pic X value "N".
   88 Hist_eof			value "Y".
01 Restart_sw			Pic X value "N".
   88 Restart_run		value "Y".
01 Def_bad_sw			Pic X value "N".
   88 Def_bad			value "Y".
01 Chain_stop_sw		Pic X value "N".
   88 Chain_stopped		value "Y".
01 Progress_sw			Pic X value "N".
   88 Progress_made		value "Y".
01 Unfinished_sw		Pic X value "N".
   88 Last_run_unfinished	value "Y".
01 Ready_sw			Pic X(01).
01 Today_ws			Pic X(08) value spaces.
01 Stop_step_ws			Pic X(16) value spaces.
01 Blocking_step_ws		Pic X(16) value spaces.

* The chain, from EOD_STEPS.  Step_status_ws:
*	P  to run		C  completed		F  failed
*	R  running		S  skipped, a predecessor did not complete
*	H  not run, the chain stopped
*	B  never runnable, its predecessors wait on each other
01 Step_table_ws.
   02 Step_entry_ws		occurs 100 times.
      03 Step_name_ws			pic x(16).
      03 Step_cmd_ws			pic x(40).
      03 Step_qual_ws			pic x(80).
      03 Step_on_fail_ws		pic x(04).
      03 Step_pred_count_ws		pic 9(02) comp-5.
      03 Step_pred_name_ws		pic x(16) occurs 10 times.
      03 Step_pred_ws			pic 9(03) comp-5 occurs 10 times.
      03 Step_status_ws			pic x(01).
      03 Step_start_date_ws		pic x(08).
      03 Step_start_hhmm_ws		pic x(04).
      03 Step_end_date_ws		pic x(08).
      03 Step_end_hhmm_ws		pic x(04).
      03 Step_rc_ws			pic s9(09) comp-5.
      03 Step_secs_ws			pic 9(07) comp-5.
      03 Step_ran_sw			pic x(01).
      03 Step_hist_count_ws		pic 9(05) comp-5.
      03 Step_hist_total_ws		pic 9(11) comp-5.
      03 Step_note_ws			pic x(40).

01 Step_count_ws		pic 9(03) comp-5 value zeroes.
01 Step_idx_ws			pic 9(03) comp-5 value zeroes.
01 Step_find_idx_ws		pic 9(03) comp-5 value zeroes.
01 Step_slot_ws			pic 9(03) comp-5 value zeroes.
01 Pred_idx_ws			pic 9(02) comp-5 value zeroes.
01 Pred_slot_ws			pic 9(03) comp-5 value zeroes.
01 Step_find_name_ws		Pic X(16).

* One EOD_STEP_STATUS line.
01 Stat_line_ws.
   02 Stat_step_ws		Pic X(16).
   02 Filler			Pic X(01).
   02 Stat_status_ws		Pic X(01).
   02 Filler			Pic X(01).
   02 Stat_start_date_ws	Pic X(08).
   02 Filler			Pic X(01).
   02 Stat_start_hhmm_ws	Pic X(04).
   02 Filler			Pic X(01).
   02 Stat_end_date_ws		Pic X(08).
   02 Filler			Pic X(01).
   02 Stat_end_hhmm_ws		Pic X(04).
   02 Filler			Pic X(01).
   02 Stat_rc_ws		Pic s9(09) sign leading separate.
   02 Filler			Pic X(01).
   02 Stat_secs_ws		Pic 9(07).
   02 Filler			Pic X(15).

* One EOD_STEP_HISTORY line: completed runs counted and their total
* elapsed seconds.  The count is held at 30, so the average follows
* the step's recent runs rather than its whole life.
01 Hist_line_ws.
   02 Hist_step_ws		Pic X(16).
   02 Filler			Pic X(01).
   02 Hist_count_ws		Pic 9(05).
   02 Filler			Pic X(01).
   02 Hist_total_ws		Pic 9(11).
   02 Filler			Pic X(46).

* Splitting the predecessor list.
01 Pred_list_ws			Pic X(200).
01 Pred_name_ws			Pic X(16).
01 Pred_char_idx_ws		pic 9(03) comp-5 value zeroes.
01 Pred_name_len_ws		pic 9(02) comp-5 value zeroes.

* Running a step.
01 Cmd_line_ws			Pic X(200).
01 Run_cmd_ws			Pic X(40).
01 Run_qual_ws			Pic X(80).
01 Cmd_len_ws			pic 9(03) comp-5 value zeroes.
01 Run_rc_ws			pic s9(09) comp-5 value zeroes.
01 Run_t0_ws			pic s9(09) comp-5 value zeroes.
01 Run_t1_ws			pic s9(09) comp-5 value zeroes.
01 Run_days_ws			pic s9(05) comp-5 value zeroes.
01 Run_mins_ws			pic s9(09) comp-5 value zeroes.
01 Clock_hhmm_ws		Pic 9(04).
01 Clock_hhmm_x_ws redefines Clock_hhmm_ws.
   02 Clock_hh_ws		Pic 9(02).
   02 Clock_mi_ws		Pic 9(02).
01 Avg_secs_ws			pic 9(07) comp-5 value zeroes.
01 Slow_limit_ws		pic 9(09) comp-5 value zeroes.

01 Run_count_ws			pic 9(05) comp-5 value zeroes.
01 Done_count_ws		pic 9(05) comp-5 value zeroes.
01 Earlier_count_ws		pic 9(05) comp-5 value zeroes.
01 Failed_count_ws		pic 9(05) comp-5 value zeroes.
01 Not_run_count_ws		pic 9(05) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY.
01 Step_count_ws_d		pic 9(03) usage display.
01 Done_count_ws_d		pic 9(05) usage display.
01 Earlier_count_ws_d		pic 9(05) usage display.
01 Failed_count_ws_d		pic 9(05) usage display.
01 Not_run_count_ws_d		pic 9(05) usage display.
01 Secs_ws_d			pic z(06)9 usage display.
01 Avg_secs_ws_d		pic z(06)9 usage display.
01 Rc_ws_d			pic -(09)9 usage display.

01 Result_ws			Pic X(08).
01 Slow_flag_ws			Pic X(06).
01 Avg_x_ws			Pic X(07).
01 Step_line_ws			Pic X(200).
01 Report_line_ws		Pic X(132).

%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def				%^ local fsect

Eod_clip_compose:	Compose(^NOTRAILING_BLANKS);
Eod_parse:		Parse(^NOTRAP);
Eod_line_vs:		vstr(200);
Eod_step_vs:		vstr(16);
Eod_cmd_vs:		vstr(40);
Eod_qual_vs:		vstr(80);
Eod_pred_vs:		vstr(200);
Eod_fail_vs:		vstr(4);
Eod_cmd_line_vs:	vstr(200);
Eod_step_x_ws:		str(16);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_INIT thru A10_INIT_end.

	Open Output EOD_RPT_FILE.

	Move spaces to Report_line_ws.
	If Restart_run
	    String "End-of-day chain for " Delimited by size,
		   Today_ws Delimited by size,
		   " - restart" Delimited by size
		into Report_line_ws
	Else
	    String "End-of-day chain for " Delimited by size,
		   Today_ws Delimited by size
		into Report_line_ws
	End-if.
	Write EOD_RPT_REC from Report_line_ws.

	Perform B10_LOAD_STEPS thru B10_LOAD_STEPS_end.
	If not Def_bad
	    Perform B20_RESOLVE_PREDS thru B20_RESOLVE_PREDS_end
	End-if.
	If Def_bad
	    Move spaces to Report_line_ws
	    String "EOD_STEPS is in error - nothing run" Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	    Close EOD_RPT_FILE
	    Display "%EOD_CONTROL-E-BADSTEPS, EOD_STEPS is in error"
		    " - nothing run; see EOD_CONTROL_OUTPUT"
	    Move 1 to abort_ls
	    Go to A00_MAIN_END
	End-if.

	Perform B30_LOAD_STATUS thru B30_LOAD_STATUS_end.
	If Restart_run
	  and Stat_file_status_ws not = "00"
	    Move spaces to Report_line_ws
	    String "/RESTART but no EOD_STEP_STATUS - nothing run"
		    Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	    Close EOD_RPT_FILE
	    Display "%EOD_CONTROL-E-NOSTATUS, /RESTART given but there"
		    " is no EOD_STEP_STATUS"
	    Move 1 to abort_ls
	    Go to A00_MAIN_END
	End-if.
	If Last_run_unfinished
	  and not Restart_run
	    Move spaces to Report_line_ws
	    String "*WARNING* the last run did not finish - starting over"
		    Delimited by size,
		   " (use /RESTART to resume it)" Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	End-if.

	Perform B35_LOAD_HISTORY thru B35_LOAD_HISTORY_end.
	Perform X30_SAVE_STATUS thru X30_SAVE_STATUS_end.

	Perform B40_RUN_CHAIN thru B40_RUN_CHAIN_end.
	Perform B50_MARK_NOT_RUN thru B50_MARK_NOT_RUN_end.
	Perform X30_SAVE_STATUS thru X30_SAVE_STATUS_end.

	Perform B60_REPORT thru B60_REPORT_end.
	Perform B70_SAVE_HISTORY thru B70_SAVE_HISTORY_end.

	Close EOD_RPT_FILE.

	If Failed_count_ws > 0
	  or Not_run_count_ws > 0
	    Move 1 to abort_ls
	End-if.

	%^*********************************************************************
	%^* EOD_CONTROL$_COUNTS  /I End-of-day chain: ${1} step(s) run, ${2}
	%^*	failed, ${3} not run, ${4} completed earlier.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"EOD_CONTROL$_COUNTS"
		  by value -1
		  %ace_msg_arg_list(Run_count_ws, Failed_count_ws,
				    Not_run_count_ws, Earlier_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_INIT.

	Call "DAT_CONN_ROOT".

	Call "NEX_GET_YYYYMMDD" using
	    by reference Today_ws.

	Call "ACE_ARG_FIND" using
	      by content "-restart:",
	      by content    "U",
	      by reference OMITTED,
	      by reference OMITTED,
	      by reference OMITTED,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.
	If success_is in Return_status
	    Move "Y" to Restart_sw
	End-if.

A10_INIT_end.
	exit.


B10_LOAD_STEPS.
%^ Read EOD_STEPS into the step table, checking each line.

	Open Input STEPS_FILE.
	If Steps_file_status_ws not = "00"
	    Move spaces to Report_line_ws
	    String "No EOD_STEPS file" Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	    Move "Y" to Def_bad_sw
	    Go to B10_LOAD_STEPS_end
	End-if.

	Perform until Steps_eof
	    Read STEPS_FILE into Step_line_ws
		At end Move "Y" to Steps_eof_sw
		Not at end
		    Perform C10_LOAD_ONE_STEP thru C10_LOAD_ONE_STEP_end
	    End-read
	End-perform.

	Close STEPS_FILE.

	If Step_count_ws = 0
	  and not Def_bad
	    Move spaces to Report_line_ws
	    String "EOD_STEPS defines no steps" Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	    Move "Y" to Def_bad_sw
	End-if.

B10_LOAD_STEPS_end.
	exit.


B20_RESOLVE_PREDS.
%^ Turn each predecessor name into its step's slot; an unknown one is
%^ an error in the file.

	Perform varying Step_idx_ws from 1 by 1
		until Step_idx_ws > Step_count_ws
	    Perform varying Pred_idx_ws from 1 by 1
		    until Pred_idx_ws > Step_pred_count_ws(Step_idx_ws)
		Move Step_pred_name_ws(Step_idx_ws, Pred_idx_ws)
			to Step_find_name_ws
		Perform X10_FIND_STEP thru X10_FIND_STEP_end
		If Step_slot_ws = zero
		    Move spaces to Report_line_ws
		    String "Step " Delimited by size,
			   Step_name_ws(Step_idx_ws) Delimited by space,
			   ": unknown predecessor " Delimited by size,
			   Step_find_name_ws Delimited by space
			into Report_line_ws
		    Write EOD_RPT_REC from Report_line_ws
		    Move "Y" to Def_bad_sw
		Else
		    Move Step_slot_ws
			    to Step_pred_ws(Step_idx_ws, Pred_idx_ws)
		End-if
	    End-perform
	End-perform.

B20_RESOLVE_PREDS_end.
	exit.


B30_LOAD_STATUS.
%^ The last run's EOD_STEP_STATUS.  On a restart every step it shows
%^ completed is carried over as it stands; either way, note whether
%^ that run finished.

	Open Input STAT_FILE.
	If Stat_file_status_ws not = "00"
	    Go to B30_LOAD_STATUS_end
	End-if.

	Perform until Stat_eof
	    Read STAT_FILE into Stat_line_ws
		At end Move "Y" to Stat_eof_sw
		Not at end
		    If Stat_status_ws not = "C"
			Move "Y" to Unfinished_sw
		    End-if
		    Move Stat_step_ws to Step_find_name_ws
		    Perform X10_FIND_STEP thru X10_FIND_STEP_end
		    If Restart_run
		      and Step_slot_ws not = zero
		      and Stat_status_ws = "C"
			Move "C" to Step_status_ws(Step_slot_ws)
			Move Stat_start_date_ws
				to Step_start_date_ws(Step_slot_ws)
			Move Stat_start_hhmm_ws
				to Step_start_hhmm_ws(Step_slot_ws)
			Move Stat_end_date_ws
				to Step_end_date_ws(Step_slot_ws)
			Move Stat_end_hhmm_ws
				to Step_end_hhmm_ws(Step_slot_ws)
			Move Stat_rc_ws to Step_rc_ws(Step_slot_ws)
			Move Stat_secs_ws to Step_secs_ws(Step_slot_ws)
			Move "completed in the earlier run"
				to Step_note_ws(Step_slot_ws)
			Add 1 to Earlier_count_ws
		    End-if
	    End-read
	End-perform.

	Close STAT_FILE.
	Move "00" to Stat_file_status_ws.

B30_LOAD_STATUS_end.
	exit.


B35_LOAD_HISTORY.
%^ Each step's run count and total elapsed seconds from
%^ EOD_STEP_HISTORY; a step with no line has no average yet.

	Open Input HIST_FILE.
	If Hist_file_status_ws not = "00"
	    Go to B35_LOAD_HISTORY_end
	End-if.

	Perform until Hist_eof
	    Read HIST_FILE into Hist_line_ws
		At end Move "Y" to Hist_eof_sw
		Not at end
		    Move Hist_step_ws to Step_find_name_ws
		    Perform X10_FIND_STEP thru X10_FIND_STEP_end
		    If Step_slot_ws not = zero
		      and Hist_count_ws is numeric
		      and Hist_total_ws is numeric
			Move Hist_count_ws
				to Step_hist_count_ws(Step_slot_ws)
			Move Hist_total_ws
				to Step_hist_total_ws(Step_slot_ws)
		    End-if
	    End-read
	End-perform.

	Close HIST_FILE.

B35_LOAD_HISTORY_end.
	exit.


B40_RUN_CHAIN.
%^ Pass over the table, running the first step whose predecessors
%^ have all completed, until a pass finds nothing more to do or a STOP
%^ step fails.  Each pass starts again from the top so the file order
%^ breaks ties.

	Move "Y" to Progress_sw.

	Perform until not Progress_made
		   or Chain_stopped

	    Move "N" to Progress_sw

	    Perform varying Step_idx_ws from 1 by 1
		    until Step_idx_ws > Step_count_ws
		       or Progress_made
		       or Chain_stopped
		If Step_status_ws(Step_idx_ws) = "P"
		    Perform C20_CHECK_READY thru C20_CHECK_READY_end
		    Evaluate Ready_sw
		      when "Y"
			Perform C30_RUN_STEP thru C30_RUN_STEP_end
			Move "Y" to Progress_sw
		      when "S"
			Move "S" to Step_status_ws(Step_idx_ws)
			Move spaces to Step_note_ws(Step_idx_ws)
			String "predecessor " Delimited by size,
			       Blocking_step_ws Delimited by space,
			       " did not complete" Delimited by size
			    into Step_note_ws(Step_idx_ws)
			Perform X30_SAVE_STATUS thru X30_SAVE_STATUS_end
			Move "Y" to Progress_sw
		      when other
			Continue
		    End-evaluate
		End-if
	    End-perform

	End-perform.

B40_RUN_CHAIN_end.
	exit.


B50_MARK_NOT_RUN.
%^ Whatever is still waiting was never started: the chain stopped, or
%^ its predecessors wait on each other.

	Perform varying Step_idx_ws from 1 by 1
		until Step_idx_ws > Step_count_ws
	    If Step_status_ws(Step_idx_ws) = "P"
		Move spaces to Step_note_ws(Step_idx_ws)
		If Chain_stopped
		    Move "H" to Step_status_ws(Step_idx_ws)
		    String "chain stopped at " Delimited by size,
			   Stop_step_ws Delimited by space
			into Step_note_ws(Step_idx_ws)
		Else
		    Move "B" to Step_status_ws(Step_idx_ws)
		    Move "predecessors wait on each other"
			to Step_note_ws(Step_idx_ws)
		End-if
	    End-if
	End-perform.

B50_MARK_NOT_RUN_end.
	exit.


B60_REPORT.
%^ One line per step, in file order, with its elapsed time against its
%^ average over earlier runs.

	Move spaces to Report_line_ws.
	String "Step              Result    Start          End            "
		Delimited by size,
	       "Elapsed  Average  Note" Delimited by size
		into Report_line_ws.
	Write EOD_RPT_REC from Report_line_ws.

	Perform varying Step_idx_ws from 1 by 1
		until Step_idx_ws > Step_count_ws
	    Perform C60_REPORT_STEP thru C60_REPORT_STEP_end
	End-perform.

	Move Step_count_ws to Step_count_ws_d.
	Move Done_count_ws to Done_count_ws_d.
	Move Earlier_count_ws to Earlier_count_ws_d.
	Move Failed_count_ws to Failed_count_ws_d.
	Move Not_run_count_ws to Not_run_count_ws_d.
	Move spaces to Report_line_ws.
	String Step_count_ws_d Delimited by size,
	       " step(s): " Delimited by size,
	       Done_count_ws_d Delimited by size,
	       " completed, " Delimited by size,
	       Earlier_count_ws_d Delimited by size,
	       " completed earlier, " Delimited by size,
	       Failed_count_ws_d Delimited by size,
	       " failed, " Delimited by size,
	       Not_run_count_ws_d Delimited by size,
	       " not run" Delimited by size
		into Report_line_ws.
	Write EOD_RPT_REC from Report_line_ws.

B60_REPORT_end.
	exit.


B70_SAVE_HISTORY.
%^ Add each step completed tonight to its history and rewrite
%^ EOD_STEP_HISTORY.  A step no longer in EOD_STEPS drops out.

	Perform varying Step_idx_ws from 1 by 1
		until Step_idx_ws > Step_count_ws
	    If Step_ran_sw(Step_idx_ws) = "Y"
	      and Step_status_ws(Step_idx_ws) = "C"
		If Step_hist_count_ws(Step_idx_ws) >= 30
		    Compute Step_hist_total_ws(Step_idx_ws) =
			    Step_hist_total_ws(Step_idx_ws) -
			    (Step_hist_total_ws(Step_idx_ws) /
			     Step_hist_count_ws(Step_idx_ws))
		    Move 29 to Step_hist_count_ws(Step_idx_ws)
		End-if
		Add 1 to Step_hist_count_ws(Step_idx_ws)
		Add Step_secs_ws(Step_idx_ws)
			to Step_hist_total_ws(Step_idx_ws)
	    End-if
	End-perform.

	Open Output HIST_FILE.
	If Hist_file_status_ws not = "00"
	    Display "%EOD_CONTROL-W-NOHIST, cannot rewrite"
		    " EOD_STEP_HISTORY - tonight's times not kept"
	    Go to B70_SAVE_HISTORY_end
	End-if.

	Perform varying Step_idx_ws from 1 by 1
		until Step_idx_ws > Step_count_ws
	    If Step_hist_count_ws(Step_idx_ws) > 0
		Move spaces to Hist_line_ws
		Move Step_name_ws(Step_idx_ws) to Hist_step_ws
		Move Step_hist_count_ws(Step_idx_ws) to Hist_count_ws
		Move Step_hist_total_ws(Step_idx_ws) to Hist_total_ws
		Write HIST_REC from Hist_line_ws
	    End-if
	End-perform.

	Close HIST_FILE.

B70_SAVE_HISTORY_end.
	exit.


C10_LOAD_ONE_STEP.
%^ <step>|<command>|<qualifiers>|<predecessors>|<on failure>; comments
%^ and blank lines skipped.

	If Step_line_ws = spaces
	  or Step_line_ws(1:1) = "*"
	    Go to C10_LOAD_ONE_STEP_end
	End-if.

	%beg
	Eod_clip_compose ^OUT(Eod_line_vs) Step_line_ws, /;
	Eod_parse ^in(Eod_line_vs), Eod_step_vs, "|", Eod_cmd_vs, "|",
		Eod_qual_vs, "|", Eod_pred_vs, "|", Eod_fail_vs, ^SPACE, /;
	%end.

	If Failure_is in Eod_parse_status
	  or Eod_step_vs_length = 0
	  or Eod_cmd_vs_length = 0
	    Move spaces to Report_line_ws
	    String "Bad EOD_STEPS line: " Delimited by size,
		   Step_line_ws(1:100) Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	    Move "Y" to Def_bad_sw
	    Go to C10_LOAD_ONE_STEP_end
	End-if.

	Move spaces to Step_find_name_ws.
	Move Eod_step_vs(1:Eod_step_vs_length) to Step_find_name_ws.
	Perform X10_FIND_STEP thru X10_FIND_STEP_end.
	If Step_slot_ws not = zero
	    Move spaces to Report_line_ws
	    String "Step " Delimited by size,
		   Step_find_name_ws Delimited by space,
		   " is defined twice" Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	    Move "Y" to Def_bad_sw
	    Go to C10_LOAD_ONE_STEP_end
	End-if.

	If Step_count_ws >= 100
	    Move spaces to Report_line_ws
	    String "More than 100 steps in EOD_STEPS" Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	    Move "Y" to Def_bad_sw
	    Go to C10_LOAD_ONE_STEP_end
	End-if.

	Add 1 to Step_count_ws.
	Move Step_count_ws to Step_idx_ws.
	Move Step_find_name_ws to Step_name_ws(Step_idx_ws).
	Move spaces to Step_cmd_ws(Step_idx_ws), Step_qual_ws(Step_idx_ws),
		       Step_note_ws(Step_idx_ws).
	Move Eod_cmd_vs(1:Eod_cmd_vs_length) to Step_cmd_ws(Step_idx_ws).
	If Eod_qual_vs_length > 0
	    Move Eod_qual_vs(1:Eod_qual_vs_length)
		to Step_qual_ws(Step_idx_ws)
	End-if.

	Move "STOP" to Step_on_fail_ws(Step_idx_ws).
	If Eod_fail_vs_length > 0
	    Move Eod_fail_vs(1:Eod_fail_vs_length)
		to Step_on_fail_ws(Step_idx_ws)
	End-if.
	If Step_on_fail_ws(Step_idx_ws) not = "STOP"
	  and Step_on_fail_ws(Step_idx_ws) not = "CONT"
	    Move spaces to Report_line_ws
	    String "Step " Delimited by size,
		   Step_find_name_ws Delimited by space,
		   ": on failure must be STOP or CONT" Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	    Move "Y" to Def_bad_sw
	End-if.

	Move "P" to Step_status_ws(Step_idx_ws).
	Move "N" to Step_ran_sw(Step_idx_ws).
	Move spaces to Step_start_date_ws(Step_idx_ws),
		       Step_start_hhmm_ws(Step_idx_ws),
		       Step_end_date_ws(Step_idx_ws),
		       Step_end_hhmm_ws(Step_idx_ws).
	Move zero to Step_rc_ws(Step_idx_ws), Step_secs_ws(Step_idx_ws),
		     Step_hist_count_ws(Step_idx_ws),
		     Step_hist_total_ws(Step_idx_ws),
		     Step_pred_count_ws(Step_idx_ws).

	Move spaces to Pred_list_ws.
	If Eod_pred_vs_length > 0
	    Move Eod_pred_vs(1:Eod_pred_vs_length) to Pred_list_ws
	    Perform X20_SPLIT_PREDS thru X20_SPLIT_PREDS_end
	End-if.

C10_LOAD_ONE_STEP_end.
	exit.


C20_CHECK_READY.
%^ Ready_sw for the step at Step_idx_ws: "Y" every predecessor has
%^ completed, "S" one failed or was skipped so this one never can,
%^ "N" still waiting.

	Move "Y" to Ready_sw.

	Perform varying Pred_idx_ws from 1 by 1
		until Pred_idx_ws > Step_pred_count_ws(Step_idx_ws)
		   or Ready_sw = "S"
	    Move Step_pred_ws(Step_idx_ws, Pred_idx_ws) to Pred_slot_ws
	    Evaluate Step_status_ws(Pred_slot_ws)
	      when "C"
		Continue
	      when "F"
	      when "S"
		Move "S" to Ready_sw
		Move Step_name_ws(Pred_slot_ws) to Blocking_step_ws
	      when other
		Move "N" to Ready_sw
	    End-evaluate
	End-perform.

C20_CHECK_READY_end.
	exit.


C30_RUN_STEP.
%^ Run the step at Step_idx_ws: mark it running in EOD_STEP_STATUS,
%^ run its command line and wait for it, then record how it ended.

	Move "R" to Step_status_ws(Step_idx_ws).
	Move "Y" to Step_ran_sw(Step_idx_ws).
	Move spaces to Step_note_ws(Step_idx_ws),
		       Step_end_date_ws(Step_idx_ws),
		       Step_end_hhmm_ws(Step_idx_ws).
	Call "NEX_GET_YYYYMMDD" using
	    by reference Step_start_date_ws(Step_idx_ws).
	Call "NEX_GET_HHMM" using
	    by reference Step_start_hhmm_ws(Step_idx_ws).
	Perform X30_SAVE_STATUS thru X30_SAVE_STATUS_end.

	Move Step_name_ws(Step_idx_ws) to Eod_step_x_ws.
	Move Step_cmd_ws(Step_idx_ws) to Run_cmd_ws.
	Move Step_qual_ws(Step_idx_ws) to Run_qual_ws.
	%beg
	Eod_clip_compose ^OUT(Eod_cmd_line_vs)
		Run_cmd_ws, " ", Run_qual_ws, /;
	%end.
	Move spaces to Cmd_line_ws.
	Move Eod_cmd_line_vs_length to Cmd_len_ws.
	Move Eod_cmd_line_vs(1:Cmd_len_ws) to Cmd_line_ws.
	Move X"00" to Cmd_line_ws(Cmd_len_ws + 1:1).

	Display "%EOD_CONTROL-I-START, step " Eod_step_x_ws ": "
		Cmd_line_ws(1:Cmd_len_ws).
	Add 1 to Run_count_ws.

	Call "NEX_GET_MSEC" returning Run_t0_ws.
	Call "SYSTEM" using
	    by reference Cmd_line_ws
	  returning Run_rc_ws.
	Call "NEX_GET_MSEC" returning Run_t1_ws.

	Call "NEX_GET_YYYYMMDD" using
	    by reference Step_end_date_ws(Step_idx_ws).
	Call "NEX_GET_HHMM" using
	    by reference Step_end_hhmm_ws(Step_idx_ws).
	Move Run_rc_ws to Step_rc_ws(Step_idx_ws).
	Perform X40_ELAPSED thru X40_ELAPSED_end.

	If Run_rc_ws = 0
	    Move "C" to Step_status_ws(Step_idx_ws)
	    Add 1 to Done_count_ws
	    Perform X30_SAVE_STATUS thru X30_SAVE_STATUS_end
	    Go to C30_RUN_STEP_end
	End-if.

	Move "F" to Step_status_ws(Step_idx_ws).
	Add 1 to Failed_count_ws.
	Move Run_rc_ws to Rc_ws_d.
	Move spaces to Step_note_ws(Step_idx_ws).
	If Step_on_fail_ws(Step_idx_ws) = "STOP"
	    Move "Y" to Chain_stop_sw
	    Move Step_name_ws(Step_idx_ws) to Stop_step_ws
	    String "exit status " Delimited by size,
		   Rc_ws_d Delimited by size,
		   " - chain stopped" Delimited by size
		into Step_note_ws(Step_idx_ws)
	Else
	    String "exit status " Delimited by size,
		   Rc_ws_d Delimited by size,
		   " - chain continues" Delimited by size
		into Step_note_ws(Step_idx_ws)
	End-if.
	Perform X30_SAVE_STATUS thru X30_SAVE_STATUS_end.

	Display "%EOD_CONTROL-E-STEPFAIL, step " Eod_step_x_ws
		" failed, exit status " Rc_ws_d.

	%^*********************************************************************
	%^* EOD_CONTROL$_STEPFAIL  /E End-of-day step ${1} failed with exit
	%^*	status ${2} - restart the chain with /RESTART once fixed.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"EOD_CONTROL$_STEPFAIL"
		  by value -1
		  %ace_msg_arg_list(Eod_step_x_ws, Run_rc_ws);

C30_RUN_STEP_end.
	exit.


C60_REPORT_STEP.
%^ The report line for the step at Step_idx_ws.  A step taking half as
%^ long again as its average, once it has three runs behind it, is
%^ flagged *SLOW*.

	Evaluate Step_status_ws(Step_idx_ws)
	  when "C"
	    If Step_ran_sw(Step_idx_ws) = "Y"
		Move "DONE" to Result_ws
	    Else
		Move "EARLIER" to Result_ws
	    End-if
	  when "F"
	    Move "FAILED" to Result_ws
	  when "S"
	    Move "SKIPPED" to Result_ws
	    Add 1 to Not_run_count_ws
	  when "H"
	    Move "NOT RUN" to Result_ws
	    Add 1 to Not_run_count_ws
	  when other
	    Move "BLOCKED" to Result_ws
	    Add 1 to Not_run_count_ws
	End-evaluate.

	Move spaces to Avg_x_ws, Slow_flag_ws.
	If Step_hist_count_ws(Step_idx_ws) > 0
	    Compute Avg_secs_ws = Step_hist_total_ws(Step_idx_ws) /
				  Step_hist_count_ws(Step_idx_ws)
	    Move Avg_secs_ws to Avg_secs_ws_d
	    Move Avg_secs_ws_d to Avg_x_ws
	    Compute Slow_limit_ws = (Avg_secs_ws * 3) / 2
	    If Step_ran_sw(Step_idx_ws) = "Y"
	      and Step_status_ws(Step_idx_ws) = "C"
	      and Step_hist_count_ws(Step_idx_ws) >= 3
	      and Step_secs_ws(Step_idx_ws) > Slow_limit_ws
		Move "*SLOW*" to Slow_flag_ws
	    End-if
	End-if.

	Move Step_secs_ws(Step_idx_ws) to Secs_ws_d.
	Move spaces to Report_line_ws.
	String Step_name_ws(Step_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Result_ws Delimited by size,
	       "  " Delimited by size,
	       Step_start_date_ws(Step_idx_ws) Delimited by size,
	       " " Delimited by size,
	       Step_start_hhmm_ws(Step_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Step_end_date_ws(Step_idx_ws) Delimited by size,
	       " " Delimited by size,
	       Step_end_hhmm_ws(Step_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Secs_ws_d Delimited by size,
	       "  " Delimited by size,
	       Avg_x_ws Delimited by size,
	       "  " Delimited by size,
	       Slow_flag_ws Delimited by size,
	       " " Delimited by size,
	       Step_note_ws(Step_idx_ws) Delimited by size
		into Report_line_ws.
	Write EOD_RPT_REC from Report_line_ws.

C60_REPORT_STEP_end.
	exit.


X10_FIND_STEP.
%^ Step_slot_ws = the slot of the step named Step_find_name_ws, zero
%^ when there is none.

	Move zero to Step_slot_ws.

	Perform varying Step_find_idx_ws from 1 by 1
		until Step_find_idx_ws > Step_count_ws
		   or Step_slot_ws not = zero
	    If Step_name_ws(Step_find_idx_ws) = Step_find_name_ws
		Move Step_find_idx_ws to Step_slot_ws
	    End-if
	End-perform.

X10_FIND_STEP_end.
	exit.


X20_SPLIT_PREDS.
%^ Split Pred_list_ws on commas into the predecessor names of the step
%^ at Step_idx_ws, spaces ignored.

	Move spaces to Pred_name_ws.
	Move zero to Pred_name_len_ws.

	Perform varying Pred_char_idx_ws from 1 by 1
		until Pred_char_idx_ws > 200
	    Evaluate true
	      when Pred_list_ws(Pred_char_idx_ws:1) = ","
		Perform X25_ADD_PRED thru X25_ADD_PRED_end
	      when Pred_list_ws(Pred_char_idx_ws:1) = space
		Continue
	      when Pred_name_len_ws < 16
		Add 1 to Pred_name_len_ws
		Move Pred_list_ws(Pred_char_idx_ws:1)
			to Pred_name_ws(Pred_name_len_ws:1)
	      when other
		Continue
	    End-evaluate
	End-perform.

	Perform X25_ADD_PRED thru X25_ADD_PRED_end.

X20_SPLIT_PREDS_end.
	exit.


X25_ADD_PRED.
%^ The predecessor name gathered so far, if any, onto the step.

	If Pred_name_len_ws = 0
	    Go to X25_ADD_PRED_end
	End-if.

	If Step_pred_count_ws(Step_idx_ws) >= 10
	    Move spaces to Report_line_ws
	    String "Step " Delimited by size,
		   Step_name_ws(Step_idx_ws) Delimited by space,
		   ": more than 10 predecessors" Delimited by size
		into Report_line_ws
	    Write EOD_RPT_REC from Report_line_ws
	    Move "Y" to Def_bad_sw
	Else
	    Add 1 to Step_pred_count_ws(Step_idx_ws)
	    Move Pred_name_ws to Step_pred_name_ws(Step_idx_ws,
					Step_pred_count_ws(Step_idx_ws))
	End-if.

	Move spaces to Pred_name_ws.
	Move zero to Pred_name_len_ws.

X25_ADD_PRED_end.
	exit.


X30_SAVE_STATUS.
%^ Rewrite EOD_STEP_STATUS from the table.  A failure to write it is
%^ reported but does not stop the chain -- only a restart needs it.

	Open Output STAT_FILE.
	If Stat_file_status_ws not = "00"
	    Display "%EOD_CONTROL-W-NOSTATUS, cannot write EOD_STEP_STATUS"
	    Go to X30_SAVE_STATUS_end
	End-if.

	Perform varying Step_find_idx_ws from 1 by 1
		until Step_find_idx_ws > Step_count_ws
	    Move spaces to Stat_line_ws
	    Move Step_name_ws(Step_find_idx_ws) to Stat_step_ws
	    Move Step_status_ws(Step_find_idx_ws) to Stat_status_ws
	    Move Step_start_date_ws(Step_find_idx_ws)
		    to Stat_start_date_ws
	    Move Step_start_hhmm_ws(Step_find_idx_ws)
		    to Stat_start_hhmm_ws
	    Move Step_end_date_ws(Step_find_idx_ws) to Stat_end_date_ws
	    Move Step_end_hhmm_ws(Step_find_idx_ws) to Stat_end_hhmm_ws
	    Move Step_rc_ws(Step_find_idx_ws) to Stat_rc_ws
	    Move Step_secs_ws(Step_find_idx_ws) to Stat_secs_ws
	    Write STAT_REC from Stat_line_ws
	End-perform.

	Close STAT_FILE.

X30_SAVE_STATUS_end.
	exit.


X40_ELAPSED.
%^ Elapsed seconds for the step just run, from the millisecond clock;
%^ should that have wrapped, from the start and end dates and times to
%^ the minute instead.

	If Run_t1_ws >= Run_t0_ws
	    Compute Step_secs_ws(Step_idx_ws) =
		    (Run_t1_ws - Run_t0_ws) / 1000
	    Go to X40_ELAPSED_end
	End-if.

	Call "NEX_DAYS_SINCE" using
		by reference Step_start_date_ws(Step_idx_ws)
	      returning Run_days_ws.
	Move Step_end_hhmm_ws(Step_idx_ws) to Clock_hhmm_x_ws.
	Compute Run_mins_ws = (Run_days_ws * 1440) +
			      (Clock_hh_ws * 60) + Clock_mi_ws.
	Move Step_start_hhmm_ws(Step_idx_ws) to Clock_hhmm_x_ws.
	Compute Run_mins_ws = Run_mins_ws -
			      ((Clock_hh_ws * 60) + Clock_mi_ws).
	If Run_mins_ws < 0
	    Move 0 to Run_mins_ws
	End-if.
	Compute Step_secs_ws(Step_idx_ws) = Run_mins_ws * 60.

X40_ELAPSED_end.
	exit.
